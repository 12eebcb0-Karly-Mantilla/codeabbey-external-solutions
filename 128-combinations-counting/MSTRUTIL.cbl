000190*                   SEQUENTIAL BACKUP), RELOAD (REBUILD THE
000200*                   INDEXED MASTER FROM THAT BACKUP - THE
000210*                   RECOVERY PATH FOR A DAMAGED INDEX), AND
000212*                   VERIFY (RECOMPUTE EVERY STORED RESULT
000214*                   INDEPENDENTLY AND REPORT ANY ENTRY THAT NO
000216*                   LONGER MATCHES).  VERIFY MISMATCHES AND
000218*                   RELOAD ERRORS GRADE THE STEP 8.
000220* 05/05/2022 FG    RESULTS MASTER AND BACKUP RECORDS WIDENED TO
000222*                   145 BYTES FOR THE 120-DIGIT RESULT.  RELOAD
000224*                   ACCEPTS A BACKUP IN EITHER LAYOUT, CONVERTING
000226*                   OLD 60-BYTE ROWS AS IT GOES; THE LISTING
000228*                   PRINTS A WIDE RESULT IN FULL ON A
000230*                   CONTINUATION LINE; VERIFY REPORTS A WIDE
000232*                   ENTRY AS UNVERIFIABLE.
000234* 05/19/2022 FG    MASTER KEY WIDENED BY THE GROUP SIZES OF A
000236*                   MULTINOMIAL ENTRY, RECORD NOW 195 BYTES.
000238*                   RELOAD ALSO CONVERTS 145-BYTE BACKUP ROWS;
000240*                   VERIFY RECOMPUTES A MUL ENTRY AS A PRODUCT
000242*                   OF PASCAL CELLS; THE LISTING PRINTS A MUL
000244*                   ENTRY'S GROUP SIZES ON A CONTINUATION LINE.
000246* 08/11/2022 FG    ADDED CORRECTION TRANSACTIONS: DELETE ONE
000248*                   ENTRY, RECALC ONE ENTRY FROM SCRATCH AND
000250*                   REPLACE IT, AND FIXVERIFY TO RECALCULATE AND
000252*                   REPLACE EVERY ENTRY VERIFY WOULD FLAG.  EVERY
000254*                   CHANGE WRITES A BEFORE- AND AFTER-IMAGE TO
000256*                   THE NEW MSTJRNL JOURNAL, STAMPED WITH DATE,
000258*                   TIME AND THE REASON CODE FROM THE CARD.
000260*                   MASTER ACCESS IS NOW DYNAMIC SO A CORRECTION
000262*                   CAN READ ITS ENTRY BY KEY.  A MUL ENTRY'S
000264*                   GROUP-SIZE LINE NOW PRINTS (ITS SPACING
000266*                   FILLER WAS NEVER BLANKED).
000268* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000270*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000272*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000274*                   FOR THE MORNING STATUS REPORT.
000276* 09/22/2022 FG    RECALC AND FIXVERIFY NOW BUILD THE
000278*                   REPLACEMENT RESULT IN A 120-DIGIT
000280*                   MULTIPLY-AND-DIVIDE ENGINE LIKE THE
000282*                   CALCULATION RUN'S, SO WIDE AND LARGE-KEY
000284*                   ENTRIES CAN BE CORRECTED.  THE PASCAL ENGINE
000286*                   STAYS AS VERIFY'S CHECK AND IS HELD AGAINST
000288*                   EVERY REPLACEMENT IT CAN REACH.
000290 IDENTIFICATION DIVISION.
000292 PROGRAM-ID. MASTER-UTILITY.
000294 AUTHOR. FRANK GLASER.
000296 INSTALLATION. OPERATIONS RESEARCH GROUP.
000300 DATE-WRITTEN. 10/07/2021.
000310 DATE-COMPILED.
000320
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*    INDEXED RESULTS MASTER MAINTAINED BY THE CALCULATION
000395*    RUNS - SAME RECORD AND KEY LAYOUT AS THERE.  READ IN
000400*    KEY ORDER BY THE WHOLE-MASTER ACTIONS AND BY KEY FOR A
000405*    DELETE OR RECALC CARD.
000410     SELECT RESULTS-MASTER-FILE ASSIGN TO "RSLTMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MR-KEY
000450         FILE STATUS IS MR-FILE-STATUS.
000460*    FLAT SEQUENTIAL BACKUP OF THE MASTER - WRITTEN BY UNLOAD,
000465*    READ BACK BY RELOAD.  SAME 195-BYTE RECORD AS THE MASTER;
000470*    RELOAD ALSO TAKES A BACKUP UNLOADED IN THE OLD 60-BYTE
000475*    OR 145-BYTE LAYOUT.
000480     SELECT BACKUP-FILE ASSIGN TO "MSTBKUP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS BK-FILE-STATUS.
000506*    ONE-CARD ACTION SELECTION - SEE 1100-PARSE-ACTION-CARD -
000512*    OR A DECK OF DELETE AND RECALC CORRECTION CARDS.
000520     SELECT MSTCTL-FILE ASSIGN TO "MSTCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS MC-FILE-STATUS.
000550*    PAGE-FORMATTED LISTING AND PURGE SUMMARY.
000560     SELECT REPORT-FILE ASSIGN TO "MSTRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000572         FILE STATUS IS RP-FILE-STATUS.
000574*    MASTER CORRECTION JOURNAL - A BEFORE- AND AFTER-IMAGE OF
000576*    EVERY ENTRY A CORRECTION CHANGED, APPENDED RUN AFTER RUN
000578*    AND LISTED FOR AUDIT BY MASTER-JOURNAL-LIST.
000580     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
000582         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS MJ-FILE-STATUS.
000586*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000588*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
000590     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000592         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS EV-FILE-STATUS.
000596
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RESULTS-MASTER-FILE
000630         RECORD CONTAINS 195 CHARACTERS.
000640 01  MASTER-RECORD.
000650     05  MR-KEY.
000660         10  MR-CHOICE-MATTER      PIC X(03).
000670         10  MR-CHOICES            PIC 9(05).
000680         10  MR-CHOSEN             PIC 9(05).
000690         10  MR-REPETITION-FLAG    PIC X(03).
000692*        GROUP SIZES OF A MULTINOMIAL ENTRY - SPACES OTHERWISE.
000694         10  MR-GROUP-SIZES.
000696             15  MR-GROUP-SIZE     PIC 9(05) OCCURS 10 TIMES.
000698     05  MR-WIDE-RESULT.
000700         10  MR-RESULT-HIGH        PIC X(85).
000702         10  MR-RESULT             PIC 9(35).
000710     05  MR-RECONCILE-FLAG         PIC X(01).
000720     05  MR-DATE-ADDED             PIC 9(08).
000730
000740 FD  BACKUP-FILE
000750         RECORD CONTAINS 195 CHARACTERS.
000760 01  BACKUP-RECORD                 PIC X(195).
000770
000780 FD  MSTCTL-FILE
000790         RECORD CONTAINS 80 CHARACTERS.
000800 01  MSTCTL-RECORD                 PIC X(80).
000802
000804 FD  REPORT-FILE
000806         RECORD CONTAINS 132 CHARACTERS.
000808 01  REPORT-RECORD                 PIC X(132).
000810
000812* ONE JOURNAL RECORD PER IMAGE.  A CHANGE WRITES ITS BEFORE-
000814* IMAGE (B) THEN ITS AFTER-IMAGE (A), OR FOR A DELETE AN
000816* IMAGE (D) CARRYING THE KEY ALONE; BOTH RECORDS OF A CHANGE
000818* SHARE ITS DATE, TIME AND CHANGE NUMBER.
000820 FD  JOURNAL-FILE
000822         RECORD CONTAINS 240 CHARACTERS.
000824 01  JOURNAL-RECORD.
000826     05  MJ-DATE                   PIC 9(08).
000828     05  MJ-TIME                   PIC 9(08).
000830     05  MJ-CHANGE-NO              PIC 9(05).
000832     05  MJ-ACTION                 PIC X(10).
000834     05  MJ-REASON                 PIC X(04).
000836     05  MJ-IMAGE-TYPE             PIC X(01).
000838         88  MJ-BEFORE-IMAGE       VALUE "B".
000840         88  MJ-AFTER-IMAGE        VALUE "A".
000842         88  MJ-DELETED-IMAGE      VALUE "D".
000844     05  MJ-MASTER-IMAGE.
000846         10  MJ-IMAGE-KEY.
000848             15  MJ-CHOICE-MATTER  PIC X(03).
000850             15  MJ-CHOICES        PIC 9(05).
000852             15  MJ-CHOSEN         PIC 9(05).
000854             15  MJ-REPETITION-FLAG
000856                                   PIC X(03).
000858             15  MJ-GROUP-SIZES    PIC X(50).
000860         10  MJ-IMAGE-DATA.
000862             15  MJ-WIDE-RESULT    PIC X(120).
000864             15  MJ-RECONCILE-FLAG PIC X(01).
000866             15  MJ-DATE-ADDED     PIC 9(08).
000868     05  FILLER                    PIC X(09).
000870
000872 FD  EVENT-LOG-FILE
000874         RECORD CONTAINS 80 CHARACTERS.
000876 01  EVENT-LOG-RECORD              PIC X(80).
000878
000880 WORKING-STORAGE SECTION.
000882* ---------------------------------------------------------------
000884* FILE STATUS FIELDS
000890* ---------------------------------------------------------------
000900 77  MR-FILE-STATUS                PIC X(02).
000910     88  MR-FILE-OK                VALUE "00".
000940
000950 77  MC-FILE-STATUS                PIC X(02).
000960     88  MC-FILE-OK                VALUE "00".
000965     88  MC-FILE-EOF               VALUE "10".
000970
000980 77  BK-FILE-STATUS                PIC X(02).
000990     88  BK-FILE-OK                VALUE "00".
001020 77  RP-FILE-STATUS                PIC X(02).
001030     88  RP-FILE-OK                VALUE "00".
001040
001042 77  MJ-FILE-STATUS                PIC X(02).
001044     88  MJ-FILE-OK                VALUE "00".
001046     88  MJ-FILE-NOT-FOUND         VALUE "35".
001048
001050 77  UTIL-ABORT-SWITCH             PIC X(01) VALUE "N".
001060     88  UTIL-ABORT                VALUE "Y".
001062
001064 77  UTIL-CARDS-OPEN-SWITCH        PIC X(01) VALUE "N".
001066     88  UTIL-CARDS-OPEN           VALUE "Y".
001070
001080* ---------------------------------------------------------------
001090* ACTION SELECTION - PARSED FROM THE MSTCTL CARD.  CARDS:
001130*   RELOAD            REBUILD THE MASTER FROM THE BACKUP
001140*   VERIFY            RECOMPUTE EVERY STORED RESULT AND
001150*                     REPORT ANY ENTRY THAT NO LONGER MATCHES
001151*   DELETE,RSN,KEY    DELETE ONE ENTRY
001152*   RECALC,RSN,KEY    RECALCULATE ONE ENTRY AND REPLACE ITS
001153*                     STORED RESULT
001154*   FIXVERIFY,RSN     RECALCULATE AND REPLACE EVERY ENTRY
001155*                     VERIFY WOULD REPORT AS MISMATCHED
001156* RSN IS A REASON CODE OF UP TO FOUR CHARACTERS, CARRIED TO
001157* THE JOURNAL.  KEY IS WRITTEN AS ON AN INQUIRY CARD, E.G.
001158* NO ,00049,00006,NO  OR  MUL,00012,00003,00004,00005,00003.
001159* DELETE AND RECALC CARDS STACK, ONE CORRECTION PER CARD.
001160* ---------------------------------------------------------------
001170 77  UTIL-CARD-LINE                PIC X(80).
001180 77  UTIL-ACTION                   PIC X(10).
001210     88  UTIL-UNLOAD               VALUE "UNLOAD".
001220     88  UTIL-RELOAD               VALUE "RELOAD".
001230     88  UTIL-VERIFY               VALUE "VERIFY".
001231     88  UTIL-DELETE               VALUE "DELETE".
001232     88  UTIL-RECALC               VALUE "RECALC".
001233     88  UTIL-FIXVERIFY            VALUE "FIXVERIFY".
001234     88  UTIL-CORRECTION-DECK      VALUE "DELETE" "RECALC".
001235     88  UTIL-CORRECTION           VALUE "DELETE" "RECALC"
001236                                         "FIXVERIFY".
001238 77  UTIL-CARD-PARM                PIC X(10).
001240 77  UTIL-PURGE-DATE               PIC 9(08) VALUE 0.
001242
001244* ---------------------------------------------------------------
001246* CORRECTION FIELDS - ONE DELETE OR RECALC CARD, OR ONE
001248* FIXVERIFY REPLACEMENT, AT A TIME.  THE BEFORE-IMAGE IS THE
001250* ENTRY AS READ, KEPT FOR THE JOURNAL; THE STAMP IS TAKEN ONCE
001252* PER CHANGE SO BOTH ITS JOURNAL RECORDS CARRY THE SAME TIME.
001254* ---------------------------------------------------------------
001256 01  COR-FIELD-TABLE.
001258     05  COR-FIELD                 PIC X(20) OCCURS 15 TIMES.
001260 77  COR-FIELD-NO                  PIC 9(05) COMP.
001262 77  COR-ACTION                    PIC X(10).
001264     88  COR-DELETE                VALUE "DELETE".
001266     88  COR-RECALC                VALUE "RECALC".
001268 77  COR-REASON                    PIC X(04).
001270 77  COR-REJECT-REASON             PIC X(40).
001272 01  COR-BEFORE-IMAGE.
001274     05  CB-KEY                    PIC X(66).
001276     05  CB-DATA                   PIC X(129).
001278 77  COR-CHANGE-NO                 PIC 9(05) VALUE 0.
001280 77  COR-STAMP-DATE                PIC 9(08).
001282 77  COR-STAMP-TIME                PIC 9(08).
001284
001286* ---------------------------------------------------------------
001288* RUN TOTALS
001290* ---------------------------------------------------------------
001300 77  UTIL-ENTRIES-READ             PIC 9(09) COMP VALUE 0.
001310 77  UTIL-ENTRIES-LISTED           PIC 9(09) COMP VALUE 0.
001340 77  UTIL-ENTRIES-UNLOADED         PIC 9(09) COMP VALUE 0.
001350 77  UTIL-ENTRIES-RELOADED         PIC 9(09) COMP VALUE 0.
001360 77  UTIL-RELOAD-ERRORS            PIC 9(09) COMP VALUE 0.
001362 77  UTIL-ENTRIES-VERIFIED         PIC 9(09) COMP VALUE 0.
001364 77  UTIL-ENTRIES-MISMATCHED       PIC 9(09) COMP VALUE 0.
001366 77  UTIL-ENTRIES-UNVERIFIED       PIC 9(09) COMP VALUE 0.
001368 77  UTIL-ENTRIES-CONVERTED        PIC 9(09) COMP VALUE 0.
001370 77  UTIL-ENTRIES-REKEYED          PIC 9(09) COMP VALUE 0.
001372 77  UTIL-CARDS-READ               PIC 9(09) COMP VALUE 0.
001374 77  UTIL-CARDS-REJECTED           PIC 9(09) COMP VALUE 0.
001376 77  UTIL-ENTRIES-DELETED          PIC 9(09) COMP VALUE 0.
001378 77  UTIL-ENTRIES-CORRECTED        PIC 9(09) COMP VALUE 0.
001380 77  UTIL-JOURNAL-WRITTEN          PIC 9(09) COMP VALUE 0.
001382
001384* ---------------------------------------------------------------
001386* OLD 60-BYTE MASTER LAYOUT, FOR RELOADING A BACKUP UNLOADED
001388* BEFORE THE RESULT WAS WIDENED.  SUCH A ROW READS BACK WITH
001390* NOTHING BUT SPACES PAST BYTE 60.
001392* ---------------------------------------------------------------
001394 01  OLD-MASTER-RECORD.
001396     05  OM-KEY                    PIC X(16).
001398     05  OM-RESULT                 PIC 9(35).
001400     05  OM-RECONCILE-FLAG         PIC X(01).
001402     05  OM-DATE-ADDED             PIC 9(08).
001404* 145-BYTE LAYOUT, UNLOADED BEFORE THE KEY CARRIED GROUP
001406* SIZES.  SUCH A ROW READS BACK WITH SPACES PAST BYTE 145.
001408 01  OLD-WIDE-MASTER-RECORD.
001410     05  OW-KEY                    PIC X(16).
001412     05  OW-WIDE-RESULT            PIC X(120).
001414     05  OW-RECONCILE-FLAG         PIC X(01).
001416     05  OW-DATE-ADDED             PIC 9(08).
001418 77  UTIL-WIDE-FORMATTED           PIC X(120).
001420
001422* ---------------------------------------------------------------
001424* VERIFY RECOMPUTE ENGINE FIELDS.  THE STORED RESULT IS
001430* RECOMPUTED FROM ITS KEY WITH A PASCAL-TRIANGLE N-CHOOSE-R
001440* BUILD-UP AND SEPARATELY-CODED MULTIPLY LOOPS, INDEPENDENT
001450* OF THE FACTORIAL/DIVISION ENGINES IN THE CALCULATION
001610 77  VFY-R                         PIC 9(05) COMP.
001620 77  VFY-MAX                       PIC 9(05) COMP.
001630 77  VFY-ROW-NO                    PIC 9(05) COMP.
001632 77  VFY-COL-NO                    PIC 9(05) COMP.
001634 77  VFY-PASCAL-RESULT             PIC 9(35).
001636 77  VFY-LIMIT-SWITCH              PIC X(01) VALUE "N".
001638     88  VFY-LIMIT-EXCEEDED        VALUE "Y".
001640 77  VFY-GROUP-MAX                 PIC 9(05) COMP VALUE 10.
001642 77  VFY-GROUP-NO                  PIC 9(05) COMP.
001644 77  VFY-REMAINING                 PIC 9(05) COMP.
001646
001648* ---------------------------------------------------------------
001650* RECALCULATION ENGINE FIELDS.  A REPLACEMENT RESULT FOR RECALC
001652* OR FIXVERIFY IS BUILT IN 32 WORDS OF FOUR DECIMAL DIGITS,
001654* MOST SIGNIFICANT WORD FIRST, BY SINGLE-WORD MULTIPLIES AND
001656* EXACT SINGLE-WORD DIVIDES - THE SAME METHOD AS THE
001658* CALCULATION RUN'S EXTENDED ENGINE - SO ANY KEY WHOSE ANSWER
001660* FITS THE 120-DIGIT MASTER RESULT CAN BE RECALCULATED.  THE
001662* TOP TWO WORDS ARE HEADROOM: A NON-ZERO HEADROOM WORD MEANS
001664* THE VALUE HAS PASSED THE 120-DIGIT CEILING.
001666* ---------------------------------------------------------------
001668 01  RCL-ACCUM.
001670     05  RCL-ACCUM-WORD            PIC 9(04) OCCURS 32 TIMES.
001672 01  RCL-ACCUM-VIEW REDEFINES RCL-ACCUM.
001674     05  RCL-ACCUM-HEADROOM        PIC X(08).
001676     05  RCL-ACCUM-DIGITS.
001678         10  RCL-ACCUM-HIGH        PIC X(85).
001680         10  RCL-ACCUM-LOW         PIC 9(35).
001682 77  RCL-WORD-NO                   PIC 9(04) COMP.
001684 77  RCL-MULTIPLIER                PIC 9(06) COMP.
001686 77  RCL-DIVISOR                   PIC 9(06) COMP.
001688 77  RCL-PRODUCT                   PIC 9(12) COMP.
001690 77  RCL-CARRY                     PIC 9(12) COMP.
001692 77  RCL-INDX                      PIC 9(06) COMP.
001694 77  RCL-N                         PIC 9(06) COMP.
001696 77  RCL-R                         PIC 9(06) COMP.
001698 77  RCL-PLACED                    PIC 9(06) COMP.
001700 77  RCL-SIZE-TOTAL                PIC 9(06) COMP.
001702 77  RCL-STATUS                    PIC X(01) VALUE "0".
001704     88  RCL-OK                    VALUE "0".
001706     88  RCL-INVALID-KEY           VALUE "1".
001708     88  RCL-OVERFLOWED            VALUE "2".
001710     88  RCL-DISAGREES             VALUE "3".
001712
001714* ---------------------------------------------------------------
001716* PAGE CONTROL AND PRINT LINES
001718* ---------------------------------------------------------------
001720 77  CURR-DATE                     PIC 9(08).
001730 77  CURR-TIME                     PIC 9(08).
001740 77  UTIL-PAGE-NUMBER              PIC 9(03) VALUE 0.
002150     05  FILLER                    PIC X(05) VALUE SPACES.
002160     05  UTIL-COUNT-LABEL          PIC X(40).
002170     05  UTIL-COUNT-VALUE          PIC Z(08)9.
002172
002174* VERIFY VERDICT LINE, PRINTED UNDER THE ECHOED ENTRY FOR A
002176* MISMATCHED OR UNVERIFIABLE ENTRY ONLY.
002178 01  UTIL-VERIFY-LINE.
002180     05  FILLER                    PIC X(05) VALUE SPACES.
002182     05  UV-MESSAGE                PIC X(36).
002184     05  UV-RECOMPUTED             PIC Z(34)9 BLANK WHEN ZERO.
002186
002188* CONTINUATION LINE FOR A RESULT WIDER THAN THE RESULT COLUMN,
002190* WHICH THEN SHOWS ZERO.
002192 01  UTIL-WIDE-LINE.
002194     05  FILLER                    PIC X(12) VALUE
002196         "   RESULT = ".
002198     05  UW-RESULT                 PIC X(120).
002200
002202* CONTINUATION LINE CARRYING THE GROUP SIZES OF A MUL ENTRY.
002204 01  UTIL-GROUP-LINE.
002206     05  FILLER                    PIC X(12) VALUE
002208         "   GROUPS = ".
002210     05  UG-SIZE-ENTRY             OCCURS 10 TIMES.
002212         10  UG-SIZE               PIC ZZZZ9 BLANK WHEN ZERO.
002214         10  FILLER                PIC X(01) VALUE SPACE.
002216
002218* CORRECTION LISTING - THE CARD AS READ, A LABEL AHEAD OF EACH
002220* IMAGE OF A CHANGE, AND THE REASON A CARD WAS REJECTED.
002222 01  UTIL-CARD-ECHO-LINE.
002224     05  FILLER                    PIC X(06) VALUE "CARD: ".
002226     05  UE-CARD                   PIC X(80).
002228
002230 01  UTIL-CORRECTION-LINE.
002232     05  FILLER                    PIC X(02) VALUE SPACES.
002234     05  UC-IMAGE                  PIC X(12).
002236     05  FILLER                    PIC X(07) VALUE "CHANGE ".
002238     05  UC-CHANGE-NO              PIC ZZZZ9.
002240     05  FILLER                    PIC X(09) VALUE "  ACTION ".
002242     05  UC-ACTION                 PIC X(10).
002244     05  FILLER                    PIC X(09) VALUE "  REASON ".
002246     05  UC-REASON                 PIC X(04).
002248
002250 01  UTIL-REJECT-LINE.
002252     05  FILLER                    PIC X(02) VALUE SPACES.
002254     05  FILLER                    PIC X(12) VALUE "REJECTED".
002256     05  UR-REASON                 PIC X(40).
002258
002260* ---------------------------------------------------------------
002262* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
002264* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
002266* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
002268* THE MORNING STATUS REPORT CAN PAIR THEM UP.
002270* ---------------------------------------------------------------
002272 77  EV-FILE-STATUS                PIC X(02).
002274     88  EV-FILE-OK                VALUE "00".
002276     88  EV-FILE-NOT-FOUND         VALUE "35".
002278 01  EVENT-RUN-ID.
002280     05  ERI-DATE                  PIC 9(08).
002282     05  ERI-TIME                  PIC 9(06).
002284 01  EVENT-LOG-LINE.
002286     05  EL-PROGRAM                PIC X(08).
002288     05  FILLER                    PIC X(01) VALUE SPACE.
002290     05  EL-RUN-ID                 PIC 9(14).
002292     05  FILLER                    PIC X(01) VALUE SPACE.
002294     05  EL-EVENT                  PIC X(05).
002296     05  FILLER                    PIC X(01) VALUE SPACE.
002298     05  EL-DATE                   PIC 9(08).
002300     05  FILLER                    PIC X(01) VALUE SPACE.
002302     05  EL-TIME                   PIC 9(08).
002304     05  FILLER                    PIC X(01) VALUE SPACE.
002306     05  EL-RECORDS-IN             PIC 9(09).
002308     05  FILLER                    PIC X(01) VALUE SPACE.
002310     05  EL-RECORDS-OUT            PIC 9(09).
002312     05  FILLER                    PIC X(01) VALUE SPACE.
002314     05  EL-COND-CODE              PIC 9(04).
002316
002318 PROCEDURE DIVISION.
002320* ===============================================================
002322* 0000-MAIN-PROCEDURE - ENTRY POINT
002324* ===============================================================
002326 0000-MAIN-PROCEDURE.
002328     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002332     IF UTIL-ABORT
002334         GO TO 0000-TERMINATE
002340     END-IF.
002347     EVALUATE TRUE
002354         WHEN UTIL-RELOAD
002361             PERFORM 2150-READ-BACKUP-ENTRY THRU 2150-EXIT
002368             PERFORM 2050-PROCESS-BACKUP-ENTRY THRU 2050-EXIT
002375                 UNTIL BK-FILE-EOF
002382         WHEN UTIL-CORRECTION-DECK
002389             PERFORM 5000-PROCESS-CORRECTION-CARD THRU 5000-EXIT
002396                 UNTIL MC-FILE-EOF OR UTIL-ABORT
002403         WHEN OTHER
002410             PERFORM 2100-READ-MASTER-ENTRY THRU 2100-EXIT
002417             PERFORM 2000-PROCESS-MASTER-ENTRY THRU 2000-EXIT
002424                 UNTIL MR-FILE-EOF OR UTIL-ABORT
002431     END-EVALUATE.
002440     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002450     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002460 0000-TERMINATE.
002470*    GRADED STEP CONDITION CODE FOR THE SCHEDULER: 16 COULD
002475*    NOT RUN (OR A CHANGE COULD NOT BE MADE OR JOURNALED), 8 A
002480*    VERIFY MISMATCH OR RELOAD ERROR WAS FOUND, OR A FIXVERIFY
002485*    MISMATCH COULD NOT BE CORRECTED (THE MASTER CANNOT BE
002490*    TRUSTED AS IT STANDS), 4 A CORRECTION CARD WAS REJECTED
002495*    (THE OTHERS WERE APPLIED), 0 CLEAN.
002500     EVALUATE TRUE
002510         WHEN UTIL-ABORT
002520             MOVE 16 TO RETURN-CODE
002530         WHEN UTIL-ENTRIES-MISMATCHED > 0
002540                 OR UTIL-RELOAD-ERRORS > 0
002550             MOVE 8 TO RETURN-CODE
002553         WHEN UTIL-CARDS-REJECTED > 0
002556             MOVE 4 TO RETURN-CODE
002560         WHEN OTHER
002570             MOVE 0 TO RETURN-CODE
002580     END-EVALUATE.
002585     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002590     STOP RUN.
002600
002610* ---------------------------------------------------------------
002640* THE PURGE CAN DELETE IN PLACE, EXCEPT FOR A RELOAD, WHICH
002650* REBUILDS IT FROM SCRATCH: THE BACKUP IS READ BACK IN THE
002660* KEY ORDER THE UNLOAD WROTE IT, SO A SEQUENTIAL OUTPUT OPEN
002665* REBUILDS THE INDEX CLEANLY.  A CORRECTION RUN ALSO OPENS THE
002670* JOURNAL, AND A DELETE OR RECALC RUN KEEPS THE CARD FILE OPEN
002675* TO READ THE REST OF ITS DECK.
002680* ---------------------------------------------------------------
002690 1000-INITIALIZE.
002700     MOVE SPACES TO UTIL-CARD-LINE.
002760             NOT AT END
002770                 MOVE MSTCTL-RECORD TO UTIL-CARD-LINE
002780         END-READ
002790         SET UTIL-CARDS-OPEN TO TRUE
002800     END-IF.
002810     PERFORM 1100-PARSE-ACTION-CARD THRU 1100-EXIT.
002811     IF UTIL-CARDS-OPEN
002812             AND (UTIL-ABORT OR NOT UTIL-CORRECTION-DECK)
002813         CLOSE MSTCTL-FILE
002814         MOVE "N" TO UTIL-CARDS-OPEN-SWITCH
002815     END-IF.
002820     IF UTIL-ABORT
002830         GO TO 1000-EXIT
002840     END-IF.
003010         IF UTIL-RELOAD
003020             CLOSE BACKUP-FILE
003030         END-IF
003032         IF UTIL-CARDS-OPEN
003034             CLOSE MSTCTL-FILE
003036         END-IF
003040         GO TO 1000-EXIT
003050     END-IF.
003060     IF UTIL-UNLOAD
003110             SET UTIL-ABORT TO TRUE
003120             CLOSE RESULTS-MASTER-FILE
003130             GO TO 1000-EXIT
003132         END-IF
003134     END-IF.
003136*    THE JOURNAL IS CREATED ON THE FIRST CORRECTION RUN.  A
003138*    CHANGE THAT CANNOT BE JOURNALED MUST NOT BE MADE, SO A
003140*    JOURNAL THAT WILL NOT OPEN STOPS THE RUN.
003142     IF UTIL-CORRECTION
003144         OPEN EXTEND JOURNAL-FILE
003146         IF MJ-FILE-NOT-FOUND
003148             OPEN OUTPUT JOURNAL-FILE
003150             CLOSE JOURNAL-FILE
003152             OPEN EXTEND JOURNAL-FILE
003154         END-IF
003156         IF NOT MJ-FILE-OK
003158             DISPLAY "UNABLE TO OPEN MASTER JOURNAL - STATUS "
003160                 MJ-FILE-STATUS
003162             SET UTIL-ABORT TO TRUE
003164             CLOSE RESULTS-MASTER-FILE
003166             IF UTIL-CARDS-OPEN
003168                 CLOSE MSTCTL-FILE
003170             END-IF
003172             GO TO 1000-EXIT
003174         END-IF
003176     END-IF.
003178     OPEN OUTPUT REPORT-FILE.
003180     IF NOT RP-FILE-OK
003182         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
003190             RP-FILE-STATUS
003200         SET UTIL-ABORT TO TRUE
003210         CLOSE RESULTS-MASTER-FILE
003220         IF UTIL-UNLOAD OR UTIL-RELOAD
003230             CLOSE BACKUP-FILE
003231         END-IF
003232         IF UTIL-CORRECTION
003233             CLOSE JOURNAL-FILE
003234         END-IF
003235         IF UTIL-CARDS-OPEN
003236             CLOSE MSTCTL-FILE
003240         END-IF
003250     END-IF.
003260 1000-EXIT.
003470         WHEN UTIL-RELOAD
003480             MOVE "RESULTS MASTER RELOAD" TO UTIL-HDG-TITLE
003490         WHEN UTIL-VERIFY
003492             MOVE "RESULTS MASTER VERIFY" TO UTIL-HDG-TITLE
003494         WHEN UTIL-CORRECTION-DECK
003496             MOVE "RESULTS MASTER CORRECTIONS" TO UTIL-HDG-TITLE
003498         WHEN UTIL-FIXVERIFY
003500             IF UTIL-CARD-PARM = SPACES
003502                     OR UTIL-CARD-PARM (5:6) NOT = SPACES
003504                 DISPLAY "INVALID MSTCTL CARD: " UTIL-CARD-LINE
003506                 SET UTIL-ABORT TO TRUE
003508                 GO TO 1100-EXIT
003510             END-IF
003512             MOVE UTIL-ACTION TO COR-ACTION
003514             MOVE UTIL-CARD-PARM (1:4) TO COR-REASON
003516             MOVE "RESULTS MASTER VERIFY AND CORRECT"
003518                 TO UTIL-HDG-TITLE
003520         WHEN OTHER
003522             DISPLAY "INVALID MSTCTL CARD: " UTIL-CARD-LINE
003530             SET UTIL-ABORT TO TRUE
003540     END-EVALUATE.
003550 1100-EXIT.
003680             PERFORM 3500-UNLOAD-MASTER-ENTRY THRU 3500-EXIT
003690         WHEN UTIL-VERIFY
003700             PERFORM 3600-VERIFY-MASTER-ENTRY THRU 3600-EXIT
003703         WHEN UTIL-FIXVERIFY
003706             PERFORM 5500-FIX-MASTER-ENTRY THRU 5500-EXIT
003710     END-EVALUATE.
003720     PERFORM 2100-READ-MASTER-ENTRY THRU 2100-EXIT.
003730 2000-EXIT.
003870* STRAIGHT BACK INTO THE EMPTY MASTER; THE BACKUP IS IN KEY
003880* ORDER, SO A SEQUENCE OR DUPLICATE ERROR MEANS THE BACKUP
003890* ITSELF HAS BEEN DAMAGED AND IS COUNTED AND GRADED, NOT
003896* IGNORED.  A ROW IN EITHER OLDER LAYOUT TAKES SPACES FOR
003902* ITS GROUP SIZES, WHICH LEAVES THE KEY ORDER UNCHANGED.
003904 2050-PROCESS-BACKUP-ENTRY.
003906     IF BACKUP-RECORD (61:135) = SPACES
003908         MOVE BACKUP-RECORD (1:60) TO OLD-MASTER-RECORD
003910         MOVE OM-KEY TO MR-KEY
003912         MOVE ZEROS TO MR-RESULT-HIGH
003914         MOVE OM-RESULT TO MR-RESULT
003916         MOVE OM-RECONCILE-FLAG TO MR-RECONCILE-FLAG
003918         MOVE OM-DATE-ADDED TO MR-DATE-ADDED
003920         ADD 1 TO UTIL-ENTRIES-CONVERTED
003922     ELSE
003924         IF BACKUP-RECORD (146:50) = SPACES
003926             MOVE BACKUP-RECORD (1:145) TO OLD-WIDE-MASTER-RECORD
003928             MOVE OW-KEY TO MR-KEY
003930             MOVE OW-WIDE-RESULT TO MR-WIDE-RESULT
003932             MOVE OW-RECONCILE-FLAG TO MR-RECONCILE-FLAG
003934             MOVE OW-DATE-ADDED TO MR-DATE-ADDED
003936             ADD 1 TO UTIL-ENTRIES-REKEYED
003938         ELSE
003940             MOVE BACKUP-RECORD TO MASTER-RECORD
003942         END-IF
003944     END-IF.
003946     WRITE MASTER-RECORD
003948         INVALID KEY
003950             CONTINUE
003960     END-WRITE.
003970     IF MR-FILE-OK
004990*   ORDER NO , REP YES   C(N+K-1,K)
005000*   ORDER YES, REP NO    C(N,K) * K-FACTORIAL
005010*   ORDER YES, REP YES   N ** K
005015*   MUL                  C(N,G1) * C(N-G1,G2) * ...
005020* THE COMBINATION PATHS NEED A PASCAL ROW AND SO CANNOT
005030* VERIFY A KEY PAST THE 100-ROW WORK TABLE; SUCH ENTRIES ARE
005035* REPORTED AS UNVERIFIABLE RATHER THAN GUESSED AT, AS ARE
005040* ENTRIES WIDER THAN 35 DIGITS, WHICH ARE PAST EVERY LIMIT
005045* OF THIS ENGINE.
005050 3700-RECOMPUTE-RESULT.
005060     MOVE "0" TO VFY-STATUS.
005070     MOVE 0 TO VFY-RESULT.
005072     IF MR-RESULT-HIGH NOT = ZEROS
005074         SET VFY-UNVERIFIABLE TO TRUE
005076         GO TO 3700-EXIT
005078     END-IF.
005080     EVALUATE TRUE
005090         WHEN MR-CHOICE-MATTER = "YES" OR "yes"
005100             IF MR-REPETITION-FLAG = "YES" OR "yes"
005130                 PERFORM 3740-RECOMPUTE-PERMUTATION
005140                     THRU 3740-EXIT
005150             END-IF
005153         WHEN MR-CHOICE-MATTER = "MUL"
005156             PERFORM 3780-RECOMPUTE-MULTINOMIAL THRU 3780-EXIT
005160         WHEN OTHER
005170             IF MR-REPETITION-FLAG = "YES" OR "yes"
005180                 PERFORM 3730-RECOMPUTE-REP-COMB THRU 3730-EXIT
006080     MULTIPLY MR-CHOICES BY VFY-RESULT
006090         ON SIZE ERROR
006100             SET VFY-OVERFLOWED TO TRUE
006102     END-MULTIPLY.
006104 3770-EXIT.
006106     EXIT.
006108
006110* 3780/3790 - A MULTINOMIAL AS THE PRODUCT OF ONE PASCAL CELL
006112* PER GROUP, THE WAYS TO CHOOSE EACH GROUP FROM THE ITEMS THE
006114* EARLIER GROUPS LEFT OVER - NOT THE ITEM-BY-ITEM PRODUCT THE
006116* CALCULATION RUN BUILDS ITS ANSWER WITH.
006118 3780-RECOMPUTE-MULTINOMIAL.
006120     IF MR-CHOSEN < 2 OR MR-CHOSEN > VFY-GROUP-MAX
006122         SET VFY-UNVERIFIABLE TO TRUE
006124         GO TO 3780-EXIT
006126     END-IF.
006128     MOVE 1 TO VFY-RESULT.
006130     MOVE MR-CHOICES TO VFY-REMAINING.
006132     PERFORM 3790-MULTIPLY-GROUP-CELL THRU 3790-EXIT
006134         VARYING VFY-GROUP-NO FROM 1 BY 1
006136         UNTIL VFY-GROUP-NO > MR-CHOSEN OR NOT VFY-OK.
006138 3780-EXIT.
006140     EXIT.
006142
006144 3790-MULTIPLY-GROUP-CELL.
006146     MOVE VFY-REMAINING TO VFY-N.
006148     MOVE MR-GROUP-SIZE (VFY-GROUP-NO) TO VFY-R.
006150     PERFORM 3800-BUILD-VERIFY-ROW THRU 3800-EXIT.
006152     IF VFY-LIMIT-EXCEEDED
006154         SET VFY-UNVERIFIABLE TO TRUE
006156         GO TO 3790-EXIT
006158     END-IF.
006160     MULTIPLY VFY-PASCAL-RESULT BY VFY-RESULT
006162         ON SIZE ERROR
006164             SET VFY-OVERFLOWED TO TRUE
006166     END-MULTIPLY.
006168     SUBTRACT VFY-R FROM VFY-REMAINING.
006170 3790-EXIT.
006172     EXIT.
006174
006176* 3800/3810/3820 - PASCAL-TRIANGLE N-CHOOSE-R ROW BUILD, THE
006178* SAME ONE-DIMENSIONAL HIGH-TO-LOW UPDATE THE CALCULATION
006180* RUN USES FOR ITS OWN CROSS-CHECK.
006182 3800-BUILD-VERIFY-ROW.
006190     MOVE "N" TO VFY-LIMIT-SWITCH.
006200     IF VFY-N > 100 OR VFY-R > 100 OR VFY-R > VFY-N
006210         SET VFY-LIMIT-EXCEEDED TO TRUE
006212         GO TO 3800-EXIT
006214     END-IF.
006216     PERFORM 3810-CLEAR-VERIFY-CELL THRU 3810-EXIT
006218         VARYING VFY-COL-NO FROM 1 BY 1
006220         UNTIL VFY-COL-NO > 101.
006222     MOVE 1 TO VFY-CELL (1).
006224     COMPUTE VFY-MAX = VFY-N + 1.
006226     PERFORM 3820-BUILD-VERIFY-CELL THRU 3820-EXIT
006228         VARYING VFY-ROW-NO FROM 1 BY 1
006230         UNTIL VFY-ROW-NO > VFY-N
006232         AFTER VFY-COL-NO FROM VFY-MAX BY -1
006234         UNTIL VFY-COL-NO < 2.
006236     MOVE VFY-CELL (VFY-R + 1) TO VFY-PASCAL-RESULT.
006238 3800-EXIT.
006240     EXIT.
006242
006244 3810-CLEAR-VERIFY-CELL.
006246     MOVE 0 TO VFY-CELL (VFY-COL-NO).
006248 3810-EXIT.
006250     EXIT.
006252
006254 3820-BUILD-VERIFY-CELL.
006256     IF VFY-COL-NO <= VFY-ROW-NO + 1
006258         ADD VFY-CELL (VFY-COL-NO - 1)
006260             TO VFY-CELL (VFY-COL-NO)
006262     END-IF.
006264 3820-EXIT.
006266     EXIT.
006268
006270* ---------------------------------------------------------------
006272* 3900 SERIES - RECALCULATION ENGINE FOR RECALC AND FIXVERIFY.
006274* THE KEY IS ROUTED AS IN 3700, BUT EVERY FORMULA IS BUILT BY
006276* MULTIPLY AND EXACT DIVIDE IN RCL-ACCUM, WITH NO ROW TABLE TO
006278* RUN PAST:
006280*   ORDER NO , REP NO    C(N,K) = C(N,K-1) * (N-K+1) / K
006282*   ORDER NO , REP YES   THE SAME FOR C(N+K-1,K)
006284*   ORDER YES, REP NO    N * (N-1) * ... FOR K FACTORS
006286*   ORDER YES, REP YES   N ** K
006288*   MUL                  ITEM BY ITEM, AS THE CALCULATION RUN
006290* THE ANSWER IS THEN HELD AGAINST THE PASCAL ENGINE WHEREVER
006292* THAT CAN REACH, SO A REPLACEMENT NEVER RESTS ON ONE ENGINE
006294* ALONE WHEN A SECOND IS AVAILABLE.
006296* ---------------------------------------------------------------
006298 3900-WIDE-RECALCULATE.
006300     MOVE "0" TO RCL-STATUS.
006302     MOVE ZEROS TO RCL-ACCUM.
006304     MOVE 1 TO RCL-ACCUM-WORD (32).
006306     EVALUATE TRUE
006308         WHEN MR-CHOICE-MATTER = "YES" OR "yes"
006310             IF MR-REPETITION-FLAG = "YES" OR "yes"
006312                 PERFORM 3940-WIDE-POWER THRU 3940-EXIT
006314             ELSE
006316                 PERFORM 3930-WIDE-PERMUTATION THRU 3930-EXIT
006318             END-IF
006320         WHEN MR-CHOICE-MATTER = "MUL"
006322             PERFORM 3950-WIDE-MULTINOMIAL THRU 3950-EXIT
006324         WHEN OTHER
006326             PERFORM 3920-WIDE-COMBINATION THRU 3920-EXIT
006328     END-EVALUATE.
006330     IF RCL-OK AND RCL-ACCUM-HEADROOM NOT = ZEROS
006332         SET RCL-OVERFLOWED TO TRUE
006334     END-IF.
006336     IF NOT RCL-OK
006338         GO TO 3900-EXIT
006340     END-IF.
006342     PERFORM 3700-RECOMPUTE-RESULT THRU 3700-EXIT.
006344     EVALUATE TRUE
006346         WHEN VFY-UNVERIFIABLE
006348             CONTINUE
006350         WHEN VFY-OVERFLOWED
006352             IF RCL-ACCUM-HIGH = ZEROS
006354                 SET RCL-DISAGREES TO TRUE
006356             END-IF
006358         WHEN RCL-ACCUM-HIGH NOT = ZEROS
006360                 OR RCL-ACCUM-LOW NOT = VFY-RESULT
006362             SET RCL-DISAGREES TO TRUE
006364     END-EVALUATE.
006366 3900-EXIT.
006368     EXIT.
006370
006372* 3910/3915 - RCL-ACCUM TIMES RCL-MULTIPLIER, LOW WORD FIRST.
006374* ONLY A CARRY OUT OF THE TOP WORD IS AN OVERFLOW HERE - A PRODUCT
006376* MAY SIT IN THE HEADROOM UNTIL ITS DIVIDE, AND 3900 TESTS THE
006378* FINISHED RESULT AGAINST THE 120 DIGITS OF MR-WIDE-RESULT.
006380 3910-WIDE-MULTIPLY.
006382     MOVE 0 TO RCL-CARRY.
006384     PERFORM 3915-MULTIPLY-WORD THRU 3915-EXIT
006386         VARYING RCL-WORD-NO FROM 32 BY -1
006388         UNTIL RCL-WORD-NO < 1.
006390     IF RCL-CARRY NOT = 0
006392         SET RCL-OVERFLOWED TO TRUE
006394     END-IF.
006396 3910-EXIT.
006398     EXIT.
006400
006402 3915-MULTIPLY-WORD.
006404     COMPUTE RCL-PRODUCT =
006406         RCL-ACCUM-WORD (RCL-WORD-NO) * RCL-MULTIPLIER
006408         + RCL-CARRY.
006410     DIVIDE RCL-PRODUCT BY 10000 GIVING RCL-CARRY
006412         REMAINDER RCL-ACCUM-WORD (RCL-WORD-NO).
006414 3915-EXIT.
006416     EXIT.
006418
006420* 3912/3917 - RCL-ACCUM DIVIDED BY RCL-DIVISOR, HIGH WORD
006422* FIRST, EACH REMAINDER CARRIED DOWN.  ONLY EVER USED FOR
006424* DIVISIONS KNOWN TO BE EXACT.
006426 3912-WIDE-DIVIDE.
006428     MOVE 0 TO RCL-CARRY.
006430     PERFORM 3917-DIVIDE-WORD THRU 3917-EXIT
006432         VARYING RCL-WORD-NO FROM 1 BY 1
006434         UNTIL RCL-WORD-NO > 32.
006436 3912-EXIT.
006438     EXIT.
006440
006442 3917-DIVIDE-WORD.
006444     COMPUTE RCL-PRODUCT =
006446         RCL-CARRY * 10000 + RCL-ACCUM-WORD (RCL-WORD-NO).
006448     DIVIDE RCL-PRODUCT BY RCL-DIVISOR
006450         GIVING RCL-ACCUM-WORD (RCL-WORD-NO)
006452         REMAINDER RCL-CARRY.
006454 3917-EXIT.
006456     EXIT.
006458
006460* 3920/3925 - C(N,K), OR C(N+K-1,K) WITH REPETITION, OVER THE
006462* SMALLER OF K AND N-K SO THE RUNNING VALUE ONLY GROWS AND A
006464* PASS OVER THE CEILING IS FINAL.  THE ZERO-CHOICES CASE WITH
006466* REPETITION IS TAKEN AS IN 3730, AND MORE PICKS THAN CHOICES
006468* WITHOUT REPETITION IS NOT A KEY THE CALCULATION RUN STORES.
006470 3920-WIDE-COMBINATION.
006472     IF MR-REPETITION-FLAG = "YES" OR "yes"
006474         IF MR-CHOICES = 0
006476             IF MR-CHOSEN NOT = 0
006478                 MOVE 0 TO RCL-ACCUM-WORD (32)
006480             END-IF
006482             GO TO 3920-EXIT
006484         END-IF
006486         COMPUTE RCL-N = MR-CHOICES + MR-CHOSEN - 1
006488     ELSE
006490         IF MR-CHOSEN > MR-CHOICES
006492             SET RCL-INVALID-KEY TO TRUE
006494             GO TO 3920-EXIT
006496         END-IF
006498         MOVE MR-CHOICES TO RCL-N
006500     END-IF.
006502     MOVE MR-CHOSEN TO RCL-R.
006504     IF RCL-R > RCL-N - RCL-R
006506         COMPUTE RCL-R = RCL-N - RCL-R
006508     END-IF.
006510     PERFORM 3925-WIDE-COMBINATION-STEP THRU 3925-EXIT
006512         VARYING RCL-INDX FROM 1 BY 1
006514         UNTIL RCL-INDX > RCL-R OR NOT RCL-OK.
006516 3920-EXIT.
006518     EXIT.
006520
006522 3925-WIDE-COMBINATION-STEP.
006524     COMPUTE RCL-MULTIPLIER = RCL-N - RCL-R + RCL-INDX.
006526     PERFORM 3910-WIDE-MULTIPLY THRU 3910-EXIT.
006528     MOVE RCL-INDX TO RCL-DIVISOR.
006530     PERFORM 3912-WIDE-DIVIDE THRU 3912-EXIT.
006532 3925-EXIT.
006534     EXIT.
006536
006538* 3930/3935 - P(N,K) AS THE FALLING PRODUCT OF K FACTORS.
006540 3930-WIDE-PERMUTATION.
006542     IF MR-CHOSEN > MR-CHOICES
006544         SET RCL-INVALID-KEY TO TRUE
006546         GO TO 3930-EXIT
006548     END-IF.
006550     PERFORM 3935-WIDE-PERMUTATION-STEP THRU 3935-EXIT
006552         VARYING RCL-INDX FROM 0 BY 1
006554         UNTIL RCL-INDX >= MR-CHOSEN OR NOT RCL-OK.
006556 3930-EXIT.
006558     EXIT.
006560
006562 3935-WIDE-PERMUTATION-STEP.
006564     COMPUTE RCL-MULTIPLIER = MR-CHOICES - RCL-INDX.
006566     PERFORM 3910-WIDE-MULTIPLY THRU 3910-EXIT.
006568 3935-EXIT.
006570     EXIT.
006572
006574* 3940 - N RAISED TO THE K POWER.  ZERO CHOICES GIVES ONE WAY
006576* TO PICK NOTHING AND NONE TO PICK ANYTHING, AS IN 3760.
006578 3940-WIDE-POWER.
006580     MOVE MR-CHOICES TO RCL-MULTIPLIER.
006582     PERFORM 3910-WIDE-MULTIPLY THRU 3910-EXIT
006584         VARYING RCL-INDX FROM 1 BY 1
006586         UNTIL RCL-INDX > MR-CHOSEN OR NOT RCL-OK.
006588 3940-EXIT.
006590     EXIT.
006592
006594* 3950/3955/3960 - A MULTINOMIAL ONE ITEM AT A TIME: EACH ITEM
006596* PLACED MULTIPLIES BY THE ITEMS PLACED SO FAR AND DIVIDES BY
006598* ITS POSITION IN ITS OWN GROUP, EVERY STEP A WHOLE COUNT.
006600* THE GROUPS MUST BE TWO TO TEN NONZERO SIZES ADDING UP TO THE
006602* TOTAL, AS THE CALCULATION RUN REQUIRES BEFORE IT STORES ONE.
006604 3950-WIDE-MULTINOMIAL.
006606     IF MR-CHOSEN < 2 OR MR-CHOSEN > VFY-GROUP-MAX
006608         SET RCL-INVALID-KEY TO TRUE
006610         GO TO 3950-EXIT
006612     END-IF.
006614     MOVE 0 TO RCL-SIZE-TOTAL.
006616     PERFORM 3965-CHECK-GROUP-SIZE THRU 3965-EXIT
006618         VARYING VFY-GROUP-NO FROM 1 BY 1
006620         UNTIL VFY-GROUP-NO > MR-CHOSEN OR NOT RCL-OK.
006622     IF NOT RCL-OK
006624         GO TO 3950-EXIT
006626     END-IF.
006628     IF RCL-SIZE-TOTAL NOT = MR-CHOICES
006630         SET RCL-INVALID-KEY TO TRUE
006632         GO TO 3950-EXIT
006634     END-IF.
006636     MOVE 0 TO RCL-PLACED.
006638     PERFORM 3955-WIDE-MULTINOMIAL-GROUP THRU 3955-EXIT
006640         VARYING VFY-GROUP-NO FROM 1 BY 1
006642         UNTIL VFY-GROUP-NO > MR-CHOSEN OR NOT RCL-OK.
006644 3950-EXIT.
006646     EXIT.
006656
006666 3955-WIDE-MULTINOMIAL-GROUP.
006676     PERFORM 3960-WIDE-MULTINOMIAL-STEP THRU 3960-EXIT
006686         VARYING RCL-INDX FROM 1 BY 1
006696         UNTIL RCL-INDX > MR-GROUP-SIZE (VFY-GROUP-NO)
006706            OR NOT RCL-OK.
006716 3955-EXIT.
006726     EXIT.
006736
006746 3960-WIDE-MULTINOMIAL-STEP.
006756     ADD 1 TO RCL-PLACED.
006766     MOVE RCL-PLACED TO RCL-MULTIPLIER.
006776     PERFORM 3910-WIDE-MULTIPLY THRU 3910-EXIT.
006786     MOVE RCL-INDX TO RCL-DIVISOR.
006796     PERFORM 3912-WIDE-DIVIDE THRU 3912-EXIT.
006806 3960-EXIT.
006816     EXIT.
006826
006836 3965-CHECK-GROUP-SIZE.
006846     IF MR-GROUP-SIZE (VFY-GROUP-NO) NOT NUMERIC
006856             OR MR-GROUP-SIZE (VFY-GROUP-NO) = 0
006866         SET RCL-INVALID-KEY TO TRUE
006876         GO TO 3965-EXIT
006886     END-IF.
006896     ADD MR-GROUP-SIZE (VFY-GROUP-NO) TO RCL-SIZE-TOTAL.
006906 3965-EXIT.
006916     EXIT.
006926
006936* ---------------------------------------------------------------
006946* 4000 SERIES - ENTRY PRINTING WITH PAGE CONTROL
006956* ---------------------------------------------------------------
006966 4000-PRINT-MASTER-ENTRY.
006976     ADD 1 TO UTIL-ENTRIES-LISTED.
006986     IF UTIL-LINE-COUNT > UTIL-LINES-PER-PAGE
006996         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
007006     END-IF.
007016     MOVE MR-CHOICE-MATTER TO UD-CHOICE-MATTER.
007026     MOVE MR-CHOICES TO UD-CHOICES.
007036     MOVE MR-CHOSEN TO UD-CHOSEN.
007046     MOVE MR-REPETITION-FLAG TO UD-REPETITION-FLAG.
007056     MOVE MR-RESULT TO UD-RESULT.
007066     MOVE MR-RECONCILE-FLAG TO UD-RECONCILE-FLAG.
007076     MOVE MR-DATE-ADDED TO UD-DATE-ADDED.
007086     IF MR-RESULT-HIGH NOT = ZEROS
007096         MOVE 0 TO UD-RESULT
007106     END-IF.
007116     WRITE REPORT-RECORD FROM UTIL-DETAIL-LINE
007126         AFTER ADVANCING 1 LINE.
007136     ADD 1 TO UTIL-LINE-COUNT.
007146     IF MR-RESULT-HIGH NOT = ZEROS
007156         MOVE MR-WIDE-RESULT TO UTIL-WIDE-FORMATTED
007166         INSPECT UTIL-WIDE-FORMATTED
007176             REPLACING LEADING "0" BY SPACE
007186         MOVE UTIL-WIDE-FORMATTED TO UW-RESULT
007196         WRITE REPORT-RECORD FROM UTIL-WIDE-LINE
007206             AFTER ADVANCING 1 LINE
007216         ADD 1 TO UTIL-LINE-COUNT
007226     END-IF.
007236     IF MR-CHOICE-MATTER = "MUL"
007246         PERFORM 4200-PRINT-GROUP-LINE THRU 4200-EXIT
007256     END-IF.
007266 4000-EXIT.
007276     EXIT.
007286
007296 4100-PRINT-HEADINGS.
007306     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
007316     ACCEPT CURR-TIME FROM TIME.
007326     MOVE CURR-DATE TO UTIL-HDG-DATE.
007336     MOVE CURR-TIME TO UTIL-HDG-TIME.
007346     ADD 1 TO UTIL-PAGE-NUMBER.
007356     MOVE UTIL-PAGE-NUMBER TO UTIL-HDG-PAGE.
007366     WRITE REPORT-RECORD FROM UTIL-HEADING-1
007376         AFTER ADVANCING PAGE.
007386     WRITE REPORT-RECORD FROM UTIL-HEADING-2
007396         AFTER ADVANCING 1 LINE.
007406     MOVE SPACES TO REPORT-RECORD.
007416     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007426     WRITE REPORT-RECORD FROM UTIL-COLUMN-LINE
007436         AFTER ADVANCING 1 LINE.
007446     MOVE SPACES TO REPORT-RECORD.
007456     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007466     MOVE 5 TO UTIL-LINE-COUNT.
007476 4100-EXIT.
007486     EXIT.
007496
007506* 4200-PRINT-GROUP-LINE - THE GROUP SIZES OF A MUL ENTRY
007516* UNDER ITS DETAIL LINE; UNUSED GROUPS PRINT BLANK.
007526 4200-PRINT-GROUP-LINE.
007536     PERFORM 4210-EDIT-GROUP-SIZE THRU 4210-EXIT
007546         VARYING VFY-GROUP-NO FROM 1 BY 1
007556         UNTIL VFY-GROUP-NO > VFY-GROUP-MAX.
007566     WRITE REPORT-RECORD FROM UTIL-GROUP-LINE
007576         AFTER ADVANCING 1 LINE.
007586     ADD 1 TO UTIL-LINE-COUNT.
007596 4200-EXIT.
007606     EXIT.
007616
007626 4210-EDIT-GROUP-SIZE.
007636     MOVE MR-GROUP-SIZE (VFY-GROUP-NO) TO UG-SIZE (VFY-GROUP-NO).
007646 4210-EXIT.
007656     EXIT.
007666
007676* ---------------------------------------------------------------
007686* 5000 SERIES - CORRECTIONS.  A DELETE OR RECALC CARD NAMES ONE
007696* ENTRY BY KEY; FIXVERIFY REPLACES EVERY ENTRY THE VERIFY
007706* ENGINE DISAGREES WITH.  A REPLACEMENT RESULT COMES FROM THE
007716* 3900 RECALCULATION ENGINE, GOOD TO 120 DIGITS, AND IS HELD
007726* AGAINST THE VERIFY ENGINE WHEREVER THAT CAN REACH; AN ENTRY
007736* WHOSE ANSWER IS PAST 120 DIGITS, OR ON WHICH THE TWO ENGINES
007746* DISAGREE, IS LEFT AS IT IS.
007756* EVERY CHANGE IS LISTED WITH ITS BEFORE AND AFTER IMAGES AND
007766* JOURNALED; A CHANGE THAT CANNOT BE MADE OR JOURNALED STOPS
007776* THE RUN.
007786* ---------------------------------------------------------------
007796 5000-PROCESS-CORRECTION-CARD.
007806     ADD 1 TO UTIL-CARDS-READ.
007816     PERFORM 5100-PARSE-CORRECTION-CARD THRU 5100-EXIT.
007826     PERFORM 5050-PRINT-CARD-ECHO THRU 5050-EXIT.
007836     IF COR-REJECT-REASON NOT = SPACES
007846         PERFORM 5060-PRINT-REJECT-LINE THRU 5060-EXIT
007856         GO TO 5000-NEXT-CARD
007866     END-IF.
007876     EVALUATE TRUE
007886         WHEN COR-DELETE
007896             PERFORM 5200-DELETE-ENTRY THRU 5200-EXIT
007906         WHEN COR-RECALC
007916             PERFORM 5300-RECALC-ENTRY THRU 5300-EXIT
007926     END-EVALUATE.
007936     IF COR-REJECT-REASON NOT = SPACES
007946         PERFORM 5060-PRINT-REJECT-LINE THRU 5060-EXIT
007956     END-IF.
007966 5000-NEXT-CARD.
007976     PERFORM 5010-READ-CORRECTION-CARD THRU 5010-EXIT.
007986 5000-EXIT.
007996     EXIT.
008006
008016 5010-READ-CORRECTION-CARD.
008026     READ MSTCTL-FILE
008036         AT END
008046             SET MC-FILE-EOF TO TRUE
008056         NOT AT END
008066             MOVE MSTCTL-RECORD TO UTIL-CARD-LINE
008076     END-READ.
008086 5010-EXIT.
008096     EXIT.
008106
008116 5050-PRINT-CARD-ECHO.
008126     IF UTIL-LINE-COUNT > UTIL-LINES-PER-PAGE
008136         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
008146     END-IF.
008156     MOVE SPACES TO REPORT-RECORD.
008166     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
008176     MOVE UTIL-CARD-LINE TO UE-CARD.
008186     WRITE REPORT-RECORD FROM UTIL-CARD-ECHO-LINE
008196         AFTER ADVANCING 1 LINE.
008206     ADD 2 TO UTIL-LINE-COUNT.
008216 5050-EXIT.
008226     EXIT.
008236
008246 5060-PRINT-REJECT-LINE.
008256     ADD 1 TO UTIL-CARDS-REJECTED.
008266     MOVE COR-REJECT-REASON TO UR-REASON.
008276     WRITE REPORT-RECORD FROM UTIL-REJECT-LINE
008286         AFTER ADVANCING 1 LINE.
008296     ADD 1 TO UTIL-LINE-COUNT.
008306     DISPLAY "MSTCTL CARD " UTIL-CARDS-READ " REJECTED - "
008316         COR-REJECT-REASON.
008326 5060-EXIT.
008336     EXIT.
008346
008356* 5100-PARSE-CORRECTION-CARD - ACTION, REASON CODE, THEN THE
008366* KEY IN THE FORM AN INQUIRY CARD TAKES IT.  A BLANK
008376* REPETITION FLAG IS TAKEN AS NO, WHICH IS HOW THE
008386* CALCULATION RUN STORES IT.  THE KEY IS BUILT STRAIGHT INTO
008396* THE MASTER RECORD AREA FOR THE READ THAT FOLLOWS.
008406 5100-PARSE-CORRECTION-CARD.
008416     MOVE SPACES TO COR-REJECT-REASON COR-FIELD-TABLE.
008426     UNSTRING UTIL-CARD-LINE DELIMITED BY ","
008436         INTO COR-FIELD (1) COR-FIELD (2)
008446             COR-FIELD (3) COR-FIELD (4)
008456             COR-FIELD (5) COR-FIELD (6)
008466             COR-FIELD (7) COR-FIELD (8)
008476             COR-FIELD (9) COR-FIELD (10)
008486             COR-FIELD (11) COR-FIELD (12)
008496             COR-FIELD (13) COR-FIELD (14)
008506             COR-FIELD (15)
008516     END-UNSTRING.
008526     MOVE COR-FIELD (1) TO COR-ACTION.
008536     MOVE COR-FIELD (2) TO COR-REASON.
008546     IF NOT COR-DELETE AND NOT COR-RECALC
008556         MOVE "ACTION MUST BE DELETE OR RECALC"
008566             TO COR-REJECT-REASON
008576         GO TO 5100-EXIT
008586     END-IF.
008596     IF COR-FIELD (2) = SPACES
008606             OR COR-FIELD (2) (5:16) NOT = SPACES
008616         MOVE "REASON CODE MUST BE 1 TO 4 CHARACTERS"
008626             TO COR-REJECT-REASON
008636         GO TO 5100-EXIT
008646     END-IF.
008656     IF COR-FIELD (4) (1:5) NOT NUMERIC
008666             OR COR-FIELD (5) (1:5) NOT NUMERIC
008676         MOVE "INVALID KEY" TO COR-REJECT-REASON
008686         GO TO 5100-EXIT
008696     END-IF.
008706     MOVE COR-FIELD (3) TO MR-CHOICE-MATTER.
008716     MOVE COR-FIELD (4) (1:5) TO MR-CHOICES.
008726     MOVE COR-FIELD (5) (1:5) TO MR-CHOSEN.
008736     MOVE COR-FIELD (6) TO MR-REPETITION-FLAG.
008746     IF MR-REPETITION-FLAG = SPACES
008756         MOVE "NO " TO MR-REPETITION-FLAG
008766     END-IF.
008776     MOVE SPACES TO MR-GROUP-SIZES.
008786     IF MR-CHOICE-MATTER = "MUL"
008796         PERFORM 5110-BUILD-MULTINOMIAL-KEY THRU 5110-EXIT
008806     END-IF.
008816 5100-EXIT.
008826     EXIT.
008836
008846* 5110-BUILD-MULTINOMIAL-KEY - THE GROUP SIZES FOLLOW THE
008856* GROUP COUNT, FIVE DIGITS EACH; SIZES PAST THE LAST GROUP
008866* ARE ZERO AND THE REPETITION FLAG IS NO, AS THE CALCULATION
008876* RUN STORES A MULTINOMIAL KEY.
008886 5110-BUILD-MULTINOMIAL-KEY.
008896     MOVE "NO " TO MR-REPETITION-FLAG.
008906     IF MR-CHOSEN < 2 OR MR-CHOSEN > VFY-GROUP-MAX
008916         MOVE "INVALID KEY - MUL GROUP COUNT"
008926             TO COR-REJECT-REASON
008936         GO TO 5110-EXIT
008946     END-IF.
008956     PERFORM 5120-MOVE-GROUP-SIZE THRU 5120-EXIT
008966         VARYING VFY-GROUP-NO FROM 1 BY 1
008976         UNTIL VFY-GROUP-NO > VFY-GROUP-MAX.
008986 5110-EXIT.
008996     EXIT.
009006
009016 5120-MOVE-GROUP-SIZE.
009026     IF VFY-GROUP-NO > MR-CHOSEN
009036         MOVE 0 TO MR-GROUP-SIZE (VFY-GROUP-NO)
009046         GO TO 5120-EXIT
009056     END-IF.
009066     COMPUTE COR-FIELD-NO = VFY-GROUP-NO + 5.
009076     IF COR-FIELD (COR-FIELD-NO) (1:5) NOT NUMERIC
009086         MOVE "INVALID KEY - MUL GROUP SIZE"
009096             TO COR-REJECT-REASON
009106         GO TO 5120-EXIT
009116     END-IF.
009126     MOVE COR-FIELD (COR-FIELD-NO) (1:5)
009136         TO MR-GROUP-SIZE (VFY-GROUP-NO).
009146 5120-EXIT.
009156     EXIT.
009166
009176 5150-READ-CORRECTION-KEY.
009186     READ RESULTS-MASTER-FILE
009196         INVALID KEY
009206             CONTINUE
009216     END-READ.
009226     IF MR-FILE-OK
009236         ADD 1 TO UTIL-ENTRIES-READ
009246     ELSE
009256         MOVE "KEY NOT ON MASTER" TO COR-REJECT-REASON
009266     END-IF.
009276 5150-EXIT.
009286     EXIT.
009296
009306* 5200-DELETE-ENTRY - THE ENTRY IS LISTED AND ITS IMAGE KEPT
009316* BEFORE IT IS DELETED; THE JOURNAL RECORDS THE DELETE AS A
009326* KEY-ONLY AFTER-IMAGE.
009336 5200-DELETE-ENTRY.
009346     PERFORM 5150-READ-CORRECTION-KEY THRU 5150-EXIT.
009356     IF COR-REJECT-REASON NOT = SPACES
009366         GO TO 5200-EXIT
009376     END-IF.
009386     PERFORM 5700-START-CHANGE THRU 5700-EXIT.
009396     DELETE RESULTS-MASTER-FILE
009406         INVALID KEY
009416             CONTINUE
009426     END-DELETE.
009436     IF NOT MR-FILE-OK
009446         DISPLAY "UNABLE TO DELETE MASTER ENTRY - STATUS "
009456             MR-FILE-STATUS " KEY " CB-KEY
009466         SET UTIL-ABORT TO TRUE
009476         GO TO 5200-EXIT
009486     END-IF.
009496     ADD 1 TO UTIL-ENTRIES-DELETED.
009506     MOVE "DELETED" TO UC-IMAGE.
009516     PERFORM 5750-PRINT-CORRECTION-LINE THRU 5750-EXIT.
009526     PERFORM 5800-WRITE-JOURNAL-PAIR THRU 5800-EXIT.
009536 5200-EXIT.
009546     EXIT.
009556
009566* 5300-RECALC-ENTRY - THE ENTRY IS RECOMPUTED FROM ITS KEY
009576* AND ITS RESULT REPLACED WHETHER OR NOT IT HAD DRIFTED; THE
009586* CARD ASKED FOR A FRESH ANSWER.
009596 5300-RECALC-ENTRY.
009606     PERFORM 5150-READ-CORRECTION-KEY THRU 5150-EXIT.
009616     IF COR-REJECT-REASON NOT = SPACES
009626         GO TO 5300-EXIT
009636     END-IF.
009646     PERFORM 3900-WIDE-RECALCULATE THRU 3900-EXIT.
009656     EVALUATE TRUE
009666         WHEN RCL-INVALID-KEY
009676             MOVE "KEY CANNOT BE RECALCULATED"
009686                 TO COR-REJECT-REASON
009696         WHEN RCL-OVERFLOWED
009706             MOVE "RECALCULATED RESULT EXCEEDS 120 DIGITS"
009716                 TO COR-REJECT-REASON
009726         WHEN RCL-DISAGREES
009736             MOVE "RECALCULATION ENGINES DISAGREE"
009746                 TO COR-REJECT-REASON
009756         WHEN OTHER
009766             PERFORM 5400-REPLACE-RESULT THRU 5400-EXIT
009776     END-EVALUATE.
009786 5300-EXIT.
009796     EXIT.
009806
009816* 5400-REPLACE-RESULT - THE RECALCULATED RESULT REPLACES THE
009826* STORED ONE, ALL 120 DIGITS, DATED TODAY.  NO ENGINE
009836* DISAGREED WITH IT, SO THE RECONCILE FLAG IS CLEARED.
009846 5400-REPLACE-RESULT.
009856     PERFORM 5700-START-CHANGE THRU 5700-EXIT.
009866     MOVE RCL-ACCUM-DIGITS TO MR-WIDE-RESULT.
009876     MOVE "N" TO MR-RECONCILE-FLAG.
009886     MOVE COR-STAMP-DATE TO MR-DATE-ADDED.
009896     REWRITE MASTER-RECORD
009906         INVALID KEY
009916             CONTINUE
009926     END-REWRITE.
009936     IF NOT MR-FILE-OK
009946         DISPLAY "UNABLE TO REWRITE MASTER ENTRY - STATUS "
009956             MR-FILE-STATUS " KEY " CB-KEY
009966         SET UTIL-ABORT TO TRUE
009976         GO TO 5400-EXIT
009986     END-IF.
009996     ADD 1 TO UTIL-ENTRIES-CORRECTED.
010006     MOVE "AFTER" TO UC-IMAGE.
010016     PERFORM 5750-PRINT-CORRECTION-LINE THRU 5750-EXIT.
010026     PERFORM 4000-PRINT-MASTER-ENTRY THRU 4000-EXIT.
010036     PERFORM 5800-WRITE-JOURNAL-PAIR THRU 5800-EXIT.
010046 5400-EXIT.
010056     EXIT.
010066
010076* 5500-FIX-MASTER-ENTRY - FIXVERIFY.  THE VERIFY TEST, WITH A
010086* MISMATCH REPLACED RATHER THAN REPORTED - INCLUDING ONE WHOSE
010096* TRUE ANSWER IS WIDER THAN THE VERIFY ENGINE'S 35 DIGITS.  A
010106* MISMATCH THE RECALCULATION ENGINE CANNOT REPLACE IS LISTED
010116* AND LEFT; AN UNVERIFIABLE ENTRY WAS NEVER FLAGGED AND IS ONLY
010126* COUNTED.
010136 5500-FIX-MASTER-ENTRY.
010146     PERFORM 3700-RECOMPUTE-RESULT THRU 3700-EXIT.
010156     EVALUATE TRUE
010166         WHEN VFY-UNVERIFIABLE
010176             ADD 1 TO UTIL-ENTRIES-UNVERIFIED
010186             GO TO 5500-EXIT
010196         WHEN VFY-OK AND VFY-RESULT = MR-RESULT
010206             ADD 1 TO UTIL-ENTRIES-VERIFIED
010216             GO TO 5500-EXIT
010226     END-EVALUATE.
010236     PERFORM 3900-WIDE-RECALCULATE THRU 3900-EXIT.
010246     IF RCL-OK
010256         PERFORM 5400-REPLACE-RESULT THRU 5400-EXIT
010266         GO TO 5500-EXIT
010276     END-IF.
010286     ADD 1 TO UTIL-ENTRIES-MISMATCHED.
010296     PERFORM 4000-PRINT-MASTER-ENTRY THRU 4000-EXIT.
010306     EVALUATE TRUE
010316         WHEN RCL-OVERFLOWED
010326             MOVE "NOT CORRECTED - RESULT TOO WIDE"
010336                 TO UV-MESSAGE
010346         WHEN RCL-DISAGREES
010356             MOVE "NOT CORRECTED - ENGINES DISAGREE"
010366                 TO UV-MESSAGE
010376         WHEN OTHER
010386             MOVE "NOT CORRECTED - INVALID KEY"
010396                 TO UV-MESSAGE
010406     END-EVALUATE.
010416     MOVE 0 TO UV-RECOMPUTED.
010426     PERFORM 3650-PRINT-VERIFY-LINE THRU 3650-EXIT.
010436 5500-EXIT.
010446     EXIT.
010456
010466* 5700-START-CHANGE - NUMBER AND STAMP THE CHANGE, KEEP THE
010476* ENTRY AS READ FOR THE JOURNAL, AND LIST IT AS THE BEFORE
010486* IMAGE.
010496 5700-START-CHANGE.
010506     ADD 1 TO COR-CHANGE-NO.
010516     ACCEPT COR-STAMP-DATE FROM DATE YYYYMMDD.
010526     ACCEPT COR-STAMP-TIME FROM TIME.
010536     MOVE MASTER-RECORD TO COR-BEFORE-IMAGE.
010546     MOVE "BEFORE" TO UC-IMAGE.
010556     PERFORM 5750-PRINT-CORRECTION-LINE THRU 5750-EXIT.
010566     PERFORM 4000-PRINT-MASTER-ENTRY THRU 4000-EXIT.
010576 5700-EXIT.
010586     EXIT.
010596
010606 5750-PRINT-CORRECTION-LINE.
010616     IF UTIL-LINE-COUNT > UTIL-LINES-PER-PAGE
010626         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
010636     END-IF.
010646     MOVE COR-CHANGE-NO TO UC-CHANGE-NO.
010656     MOVE COR-ACTION TO UC-ACTION.
010666     MOVE COR-REASON TO UC-REASON.
010676     WRITE REPORT-RECORD FROM UTIL-CORRECTION-LINE
010686         AFTER ADVANCING 1 LINE.
010696     ADD 1 TO UTIL-LINE-COUNT.
010706 5750-EXIT.
010716     EXIT.
010726
010736* 5800-WRITE-JOURNAL-PAIR - BEFORE-IMAGE, THEN AFTER-IMAGE OR
010746* THE KEY OF THE DELETED ENTRY.
010756 5800-WRITE-JOURNAL-PAIR.
010766     MOVE SPACES TO JOURNAL-RECORD.
010776     MOVE COR-STAMP-DATE TO MJ-DATE.
010786     MOVE COR-STAMP-TIME TO MJ-TIME.
010796     MOVE COR-CHANGE-NO TO MJ-CHANGE-NO.
010806     MOVE COR-ACTION TO MJ-ACTION.
010816     MOVE COR-REASON TO MJ-REASON.
010826     SET MJ-BEFORE-IMAGE TO TRUE.
010836     MOVE COR-BEFORE-IMAGE TO MJ-MASTER-IMAGE.
010846     PERFORM 5850-WRITE-JOURNAL-RECORD THRU 5850-EXIT.
010856     IF UTIL-ABORT
010866         GO TO 5800-EXIT
010876     END-IF.
010886     IF COR-DELETE
010896         SET MJ-DELETED-IMAGE TO TRUE
010906         MOVE SPACES TO MJ-MASTER-IMAGE
010916         MOVE CB-KEY TO MJ-IMAGE-KEY
010926     ELSE
010936         SET MJ-AFTER-IMAGE TO TRUE
010946         MOVE MASTER-RECORD TO MJ-MASTER-IMAGE
010956     END-IF.
010966     PERFORM 5850-WRITE-JOURNAL-RECORD THRU 5850-EXIT.
010976 5800-EXIT.
010986     EXIT.
010996
011006 5850-WRITE-JOURNAL-RECORD.
011016     WRITE JOURNAL-RECORD.
011026     IF MJ-FILE-OK
011036         ADD 1 TO UTIL-JOURNAL-WRITTEN
011046     ELSE
011056         DISPLAY "UNABLE TO WRITE MASTER JOURNAL - STATUS "
011066             MJ-FILE-STATUS
011076         DISPLAY "CHANGE " COR-CHANGE-NO " NOT JOURNALED - KEY "
011086             CB-KEY
011096         SET UTIL-ABORT TO TRUE
011106     END-IF.
011116 5850-EXIT.
011126     EXIT.
011136
011146* ---------------------------------------------------------------
011156* 8000-PRINT-TOTALS
011166* ---------------------------------------------------------------
011176 8000-PRINT-TOTALS.
011186     IF UTIL-PAGE-NUMBER = 0
011196         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
011206     END-IF.
011216     MOVE SPACES TO REPORT-RECORD.
011226     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
011236     MOVE "ENTRIES READ" TO UTIL-COUNT-LABEL.
011246     MOVE UTIL-ENTRIES-READ TO UTIL-COUNT-VALUE.
011256     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
011266     IF UTIL-PURGE
011276         MOVE "ENTRIES PURGED" TO UTIL-COUNT-LABEL
011286         MOVE UTIL-ENTRIES-PURGED TO UTIL-COUNT-VALUE
011296         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011306         MOVE "ENTRIES KEPT" TO UTIL-COUNT-LABEL
011316         MOVE UTIL-ENTRIES-KEPT TO UTIL-COUNT-VALUE
011326         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011336     END-IF.
011346     IF UTIL-UNLOAD
011356         MOVE "ENTRIES UNLOADED TO BACKUP" TO UTIL-COUNT-LABEL
011366         MOVE UTIL-ENTRIES-UNLOADED TO UTIL-COUNT-VALUE
011376         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011386     END-IF.
011396     IF UTIL-RELOAD
011406         MOVE "ENTRIES RELOADED" TO UTIL-COUNT-LABEL
011416         MOVE UTIL-ENTRIES-RELOADED TO UTIL-COUNT-VALUE
011426         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011436         MOVE "ENTRIES IN ERROR - NOT RELOADED"
011446             TO UTIL-COUNT-LABEL
011456         MOVE UTIL-RELOAD-ERRORS TO UTIL-COUNT-VALUE
011466         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011476         MOVE "ENTRIES CONVERTED FROM 60-BYTE LAYOUT"
011486             TO UTIL-COUNT-LABEL
011496         MOVE UTIL-ENTRIES-CONVERTED TO UTIL-COUNT-VALUE
011506         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011516         MOVE "ENTRIES CONVERTED FROM 145-BYTE LAYOUT"
011526             TO UTIL-COUNT-LABEL
011536         MOVE UTIL-ENTRIES-REKEYED TO UTIL-COUNT-VALUE
011546         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011556     END-IF.
011566     IF UTIL-VERIFY
011576         MOVE "ENTRIES VERIFIED CLEAN" TO UTIL-COUNT-LABEL
011586         MOVE UTIL-ENTRIES-VERIFIED TO UTIL-COUNT-VALUE
011596         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011606         MOVE "ENTRIES MISMATCHED" TO UTIL-COUNT-LABEL
011616         MOVE UTIL-ENTRIES-MISMATCHED TO UTIL-COUNT-VALUE
011626         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011636         MOVE "ENTRIES UNVERIFIABLE" TO UTIL-COUNT-LABEL
011646         MOVE UTIL-ENTRIES-UNVERIFIED TO UTIL-COUNT-VALUE
011656         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011666     END-IF.
011676     IF UTIL-CORRECTION-DECK
011686         MOVE "CORRECTION CARDS READ" TO UTIL-COUNT-LABEL
011696         MOVE UTIL-CARDS-READ TO UTIL-COUNT-VALUE
011706         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011716         MOVE "CORRECTION CARDS REJECTED" TO UTIL-COUNT-LABEL
011726         MOVE UTIL-CARDS-REJECTED TO UTIL-COUNT-VALUE
011736         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011746         MOVE "ENTRIES DELETED" TO UTIL-COUNT-LABEL
011756         MOVE UTIL-ENTRIES-DELETED TO UTIL-COUNT-VALUE
011766         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011776     END-IF.
011786     IF UTIL-FIXVERIFY
011796         MOVE "ENTRIES VERIFIED CLEAN" TO UTIL-COUNT-LABEL
011806         MOVE UTIL-ENTRIES-VERIFIED TO UTIL-COUNT-VALUE
011816         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011826         MOVE "MISMATCHES NOT CORRECTED" TO UTIL-COUNT-LABEL
011836         MOVE UTIL-ENTRIES-MISMATCHED TO UTIL-COUNT-VALUE
011846         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011856         MOVE "ENTRIES UNVERIFIABLE" TO UTIL-COUNT-LABEL
011866         MOVE UTIL-ENTRIES-UNVERIFIED TO UTIL-COUNT-VALUE
011876         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011886     END-IF.
011896     IF UTIL-CORRECTION
011906         MOVE "ENTRIES RECALCULATED AND REPLACED"
011916             TO UTIL-COUNT-LABEL
011926         MOVE UTIL-ENTRIES-CORRECTED TO UTIL-COUNT-VALUE
011936         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011946         MOVE "JOURNAL RECORDS WRITTEN" TO UTIL-COUNT-LABEL
011956         MOVE UTIL-JOURNAL-WRITTEN TO UTIL-COUNT-VALUE
011966         PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT
011976     END-IF.
011986 8000-EXIT.
011996     EXIT.
012006
012016 8100-PRINT-COUNT-LINE.
012026     WRITE REPORT-RECORD FROM UTIL-COUNT-LINE
012036         AFTER ADVANCING 1 LINE.
012046     IF NOT RP-FILE-OK
012056         DISPLAY "UNABLE TO WRITE MASTER REPORT - STATUS "
012066             RP-FILE-STATUS
012076     END-IF.
012086 8100-EXIT.
012096     EXIT.
012106
012116 9000-CLOSE-FILES.
012126     CLOSE RESULTS-MASTER-FILE.
012136     IF UTIL-UNLOAD OR UTIL-RELOAD
012146         CLOSE BACKUP-FILE
012156     END-IF.
012166     IF UTIL-CORRECTION
012176         CLOSE JOURNAL-FILE
012186     END-IF.
012196     IF UTIL-CARDS-OPEN
012206         CLOSE MSTCTL-FILE
012216     END-IF.
012226     CLOSE REPORT-FILE.
012236 9000-EXIT.
012246     EXIT.
012256
012266* ---------------------------------------------------------------
012276* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
012286* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
012296* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
012306* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
012316* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
012326* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
012336* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
012346* ---------------------------------------------------------------
012356 9700-LOG-START-EVENT.
012366     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
012376     ACCEPT CURR-TIME FROM TIME.
012386     MOVE CURR-DATE TO ERI-DATE.
012396     MOVE CURR-TIME (1:6) TO ERI-TIME.
012406     MOVE "START" TO EL-EVENT.
012416     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
012426     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
012436 9700-EXIT.
012446     EXIT.
012456
012466 9750-LOG-END-EVENT.
012476     MOVE "END" TO EL-EVENT.
012486*    OUT IS WHAT THE ACTION PRODUCED OR CHANGED - A VERIFY
012496*    CHANGES NOTHING.
012506     MOVE UTIL-ENTRIES-READ TO EL-RECORDS-IN.
012516     MOVE 0 TO EL-RECORDS-OUT.
012526     EVALUATE TRUE
012536         WHEN UTIL-RELOAD
012546             COMPUTE EL-RECORDS-IN = UTIL-ENTRIES-RELOADED
012556                 + UTIL-RELOAD-ERRORS
012566             MOVE UTIL-ENTRIES-RELOADED TO EL-RECORDS-OUT
012576         WHEN UTIL-CORRECTION-DECK
012586             MOVE UTIL-CARDS-READ TO EL-RECORDS-IN
012596             COMPUTE EL-RECORDS-OUT = UTIL-ENTRIES-DELETED
012606                 + UTIL-ENTRIES-CORRECTED
012616         WHEN UTIL-LIST
012626             MOVE UTIL-ENTRIES-LISTED TO EL-RECORDS-OUT
012636         WHEN UTIL-PURGE
012646             MOVE UTIL-ENTRIES-PURGED TO EL-RECORDS-OUT
012656         WHEN UTIL-UNLOAD
012666             MOVE UTIL-ENTRIES-UNLOADED TO EL-RECORDS-OUT
012676         WHEN UTIL-FIXVERIFY
012686             MOVE UTIL-ENTRIES-CORRECTED TO EL-RECORDS-OUT
012696     END-EVALUATE.
012706     MOVE RETURN-CODE TO EL-COND-CODE.
012716     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
012726 9750-EXIT.
012736     EXIT.
012746
012756 9790-WRITE-EVENT-RECORD.
012766     OPEN EXTEND EVENT-LOG-FILE.
012776     IF EV-FILE-NOT-FOUND
012786         OPEN OUTPUT EVENT-LOG-FILE
012796         CLOSE EVENT-LOG-FILE
012806         OPEN EXTEND EVENT-LOG-FILE
012816     END-IF.
012826     IF NOT EV-FILE-OK
012836         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
012846             EV-FILE-STATUS
012856         GO TO 9790-EXIT
012866     END-IF.
012876     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
012886     ACCEPT CURR-TIME FROM TIME.
012896     MOVE "MSTRUTIL" TO EL-PROGRAM.
012906     MOVE EVENT-RUN-ID TO EL-RUN-ID.
012916     MOVE CURR-DATE TO EL-DATE.
012926     MOVE CURR-TIME TO EL-TIME.
012936     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
012946     IF NOT EV-FILE-OK
012956         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
012966             EV-FILE-STATUS
012976     END-IF.
012986     CLOSE EVENT-LOG-FILE.
012996 9790-EXIT.
013006     EXIT.
013016
013026 END PROGRAM MASTER-UTILITY.

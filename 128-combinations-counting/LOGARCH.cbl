000090*          ONLINE FILE WITH ONLY THE CURRENT RECORDS, AND
000100*          PRINTS A ONE-PAGE ARCHIVAL SUMMARY FOR THE
000110*          RETENTION-COMPLIANCE BINDER (SEVEN YEARS ARCHIVED,
000115*          NINETY DAYS ONLINE).  EVERY CUT IS ENTERED ON THE
000120*          ARCHIVE CATALOG WITH ITS RECORD COUNT AND HASH TOTAL
000125*          SO ARCHIVE-RETRIEVE CAN FIND IT AND PROVE IT INTACT.
000130* TECTONICS: cobc
000140* ---------------------------------------------------------------
000150* MODIFICATION HISTORY
000260* 10/21/2021 FG    WIDENED THE RESULTS RECORDS TO 132 FOR THE
000270*                   NEW ODDS AND PROBABILITY COLUMNS.  THE
000280*                   RUN-DATE AND RECONCILE-FLAG POSITIONS ARE
000282*                   UNCHANGED.
000284* 07/14/2022 FG    EACH CUT IS NOW ENTERED ON THE ARCHIVE
000286*                   CATALOG (ARCCATLG) - DATASET NAME, FILE
000288*                   TYPE, FIRST AND LAST RECORD DATE, RECORD
000290*                   COUNT AND A CHOICES/CHOSEN HASH TOTAL.  THE
000292*                   CUTS ARE NAMED FROM THE RUN DATE THE SAME
000294*                   WAY THE JCL NAMES THEM.
000296* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000298*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000300*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000302*                   FOR THE MORNING STATUS REPORT.
000304* 09/22/2022 FG    THE CUT NAMES ARE ONLY CATALOGED NOW - THE
000306*                   AUDARCH AND RESARCH DDS ARE ALLOCATED BY THE
000308*                   JCL UNDER THE SAME NAMES.
000310* 09/22/2022 FG    A CATALOG THAT WILL NOT OPEN NOW CLOSES THE
000312*                   EMPTY CUTS AND THE REPORT BEFORE THE STEP
000314*                   ENDS 16.
000316 IDENTIFICATION DIVISION.
000318 PROGRAM-ID. LOG-ARCHIVE.
000320 AUTHOR. FRANK GLASER.
000330 INSTALLATION. OPERATIONS RESEARCH GROUP.
000340 DATE-WRITTEN. 09/23/2021.
000700*    ONE-PAGE ARCHIVAL SUMMARY FOR RETENTION COMPLIANCE.
000710     SELECT REPORT-FILE ASSIGN TO "ARCRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000722         FILE STATUS IS RP-FILE-STATUS.
000724*    ARCHIVE CATALOG - ONE ENTRY APPENDED PER CUT, READ BY
000726*    ARCHIVE-RETRIEVE AND THE RETENTION REPORT.
000728     SELECT CATALOG-FILE ASSIGN TO "ARCCATLG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000732         FILE STATUS IS CG-FILE-STATUS.
000734*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000736*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
000738     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000742         FILE STATUS IS EV-FILE-STATUS.
000744
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  AUDIT-FILE
001140         RECORD CONTAINS 132 CHARACTERS.
001150 01  REPORT-RECORD                 PIC X(132).
001160
001161 FD  CATALOG-FILE
001162         RECORD CONTAINS 120 CHARACTERS.
001163 01  CATALOG-RECORD                PIC X(120).
001164
001165 FD  EVENT-LOG-FILE
001166         RECORD CONTAINS 80 CHARACTERS.
001167 01  EVENT-LOG-RECORD              PIC X(80).
001168
001170 WORKING-STORAGE SECTION.
001180* ---------------------------------------------------------------
001190* FILE STATUS FIELDS
001440 77  RP-FILE-STATUS                PIC X(02).
001450     88  RP-FILE-OK                VALUE "00".
001460
001462 77  CG-FILE-STATUS                PIC X(02).
001464     88  CG-FILE-OK                VALUE "00".
001466     88  CG-FILE-NOT-FOUND         VALUE "35".
001468
001470 77  ARC-ABORT-SWITCH              PIC X(01) VALUE "N".
001480     88  ARC-ABORT                 VALUE "Y".
001490
001660* COLUMN 57 OF A LEGACY ROW, WHICH IS NINE CHARACTERS
001670* SHORTER.
001680 77  RESULT-ROW-FLAG               PIC X(01).
001682
001684* ---------------------------------------------------------------
001686* CUT NAMES - BUILT FROM THE RUN DATE EXACTLY AS THE JCL NAMES
001688* THE AUDARCH AND RESARCH DATASETS (D FOLLOWED BY YYMMDD), SO
001690* THE CATALOG CARRIES THE NAME EACH CUT WAS WRITTEN UNDER.
001692* ---------------------------------------------------------------
001694 77  ARC-AUD-DSN-PREFIX            PIC X(23) VALUE
001696         "PROD.COMBPERM.AUDARCH.D".
001698 77  ARC-RES-DSN-PREFIX            PIC X(23) VALUE
001700         "PROD.COMBPERM.RESARCH.D".
001702 77  ARC-AUD-DSN                   PIC X(44).
001704 77  ARC-RES-DSN                   PIC X(44).
001706
001708* ---------------------------------------------------------------
001710* HASH TOTAL - THE CHOICES AND CHOSEN COLUMNS OF EVERY ARCHIVED
001712* RECORD, SUMMED AS THE WORKLIST TRAILER HASH IS.  THE COLUMNS
001714* ARE ZERO-SUPPRESSED ON THE AUDIT RECORD, SO EACH IS TAKEN
001716* THROUGH THIS WORK AREA WITH ITS LEADING SPACES ZEROED.
001718* ---------------------------------------------------------------
001720 01  ARC-HASH-WORK.
001722     05  ARC-HASH-FIELD            PIC X(05).
001724     05  ARC-HASH-NUMBER           REDEFINES ARC-HASH-FIELD
001726                                   PIC 9(05).
001728 77  ARC-HASH-ROW                  PIC 9(06) VALUE 0.
001730
001732* ---------------------------------------------------------------
001734* ARCHIVAL TOTALS, ONE SET PER FILE
001736* ---------------------------------------------------------------
001738 77  ARC-AUD-READ                  PIC 9(09) COMP VALUE 0.
001740 77  ARC-AUD-ARCHIVED              PIC 9(09) COMP VALUE 0.
001750 77  ARC-AUD-KEPT                  PIC 9(09) COMP VALUE 0.
001760 77  ARC-AUD-FLAG-Y                PIC 9(09) COMP VALUE 0.
001770 77  ARC-AUD-FLAG-N                PIC 9(09) COMP VALUE 0.
001780 77  ARC-AUD-LOW-DATE              PIC 9(08) VALUE 99999999.
001790 77  ARC-AUD-HIGH-DATE             PIC 9(08) VALUE 0.
001795 77  ARC-AUD-HASH                  PIC 9(15) VALUE 0.
001800
001810 77  ARC-RES-READ                  PIC 9(09) COMP VALUE 0.
001820 77  ARC-RES-ARCHIVED              PIC 9(09) COMP VALUE 0.
001830 77  ARC-RES-KEPT                  PIC 9(09) COMP VALUE 0.
001840 77  ARC-RES-FLAG-Y                PIC 9(09) COMP VALUE 0.
001842 77  ARC-RES-FLAG-N                PIC 9(09) COMP VALUE 0.
001844 77  ARC-RES-LOW-DATE              PIC 9(08) VALUE 99999999.
001846 77  ARC-RES-HIGH-DATE             PIC 9(08) VALUE 0.
001848 77  ARC-RES-HASH                  PIC 9(15) VALUE 0.
001850 77  ARC-RES-UNDATED               PIC 9(09) COMP VALUE 0.
001852
001854* ---------------------------------------------------------------
001856* ARCHIVE CATALOG ENTRY.  THE FIRST DATE OF A RESULTS CUT THAT
001858* HOLDS UNDATED LEGACY ROWS IS ZERO, SINCE THOSE ROWS PREDATE
001860* EVERYTHING ELSE IN IT.  THE CUT DATE IS THE RUN DATE THE CUT
001862* WAS WRITTEN.
001864* ---------------------------------------------------------------
001866 01  ARC-CATALOG-LINE.
001868     05  CT-DSN                    PIC X(44).
001870     05  FILLER                    PIC X(01) VALUE SPACE.
001872     05  CT-FILE-TYPE              PIC X(03).
001874     05  FILLER                    PIC X(01) VALUE SPACE.
001876     05  CT-FIRST-DATE             PIC 9(08).
001878     05  FILLER                    PIC X(01) VALUE SPACE.
001880     05  CT-LAST-DATE              PIC 9(08).
001882     05  FILLER                    PIC X(01) VALUE SPACE.
001884     05  CT-RECORD-COUNT           PIC 9(09).
001886     05  FILLER                    PIC X(01) VALUE SPACE.
001888     05  CT-HASH-TOTAL             PIC 9(15).
001890     05  FILLER                    PIC X(01) VALUE SPACE.
001892     05  CT-CUTOFF-DATE            PIC 9(08).
001894     05  FILLER                    PIC X(01) VALUE SPACE.
001896     05  CT-CUT-DATE               PIC 9(08).
001898     05  FILLER                    PIC X(10) VALUE SPACES.
001900
001902* ---------------------------------------------------------------
001904* SUMMARY REPORT PRINT LINES
001910* ---------------------------------------------------------------
001920 77  CURR-DATE                     PIC 9(08).
001930 77  CURR-TIME                     PIC 9(08).
002170 01  ARC-RANGE-LINE.
002180     05  FILLER                    PIC X(08) VALUE SPACES.
002190     05  FILLER                    PIC X(40) VALUE
002192         "ARCHIVED DATE RANGE".
002194     05  ARC-RANGE-LOW             PIC 9(08).
002196     05  FILLER                    PIC X(03) VALUE " - ".
002198     05  ARC-RANGE-HIGH            PIC 9(08).
002200
002202 01  ARC-HASH-LINE.
002204     05  FILLER                    PIC X(08) VALUE SPACES.
002206     05  FILLER                    PIC X(40) VALUE
002208         "ARCHIVED HASH TOTAL".
002210     05  ARC-HASH-VALUE            PIC Z(14)9.
002212
002214 01  ARC-CATALOG-NAME-LINE.
002216     05  FILLER                    PIC X(08) VALUE SPACES.
002218     05  FILLER                    PIC X(40) VALUE
002220         "CATALOGED AS".
002222     05  ARC-CATALOG-DSN           PIC X(44).
002224
002226* ---------------------------------------------------------------
002228* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
002230* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
002232* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
002234* THE MORNING STATUS REPORT CAN PAIR THEM UP.
002236* ---------------------------------------------------------------
002238 77  EV-FILE-STATUS                PIC X(02).
002240     88  EV-FILE-OK                VALUE "00".
002242     88  EV-FILE-NOT-FOUND         VALUE "35".
002244 01  EVENT-RUN-ID.
002246     05  ERI-DATE                  PIC 9(08).
002248     05  ERI-TIME                  PIC 9(06).
002250 01  EVENT-LOG-LINE.
002252     05  EL-PROGRAM                PIC X(08).
002254     05  FILLER                    PIC X(01) VALUE SPACE.
002256     05  EL-RUN-ID                 PIC 9(14).
002258     05  FILLER                    PIC X(01) VALUE SPACE.
002260     05  EL-EVENT                  PIC X(05).
002262     05  FILLER                    PIC X(01) VALUE SPACE.
002264     05  EL-DATE                   PIC 9(08).
002266     05  FILLER                    PIC X(01) VALUE SPACE.
002268     05  EL-TIME                   PIC 9(08).
002270     05  FILLER                    PIC X(01) VALUE SPACE.
002272     05  EL-RECORDS-IN             PIC 9(09).
002274     05  FILLER                    PIC X(01) VALUE SPACE.
002276     05  EL-RECORDS-OUT            PIC 9(09).
002278     05  FILLER                    PIC X(01) VALUE SPACE.
002280     05  EL-COND-CODE              PIC 9(04).
002282
002284 PROCEDURE DIVISION.
002286* ===============================================================
002288* 0000-MAIN-PROCEDURE - ENTRY POINT
002290* ===============================================================
002292 0000-MAIN-PROCEDURE.
002295     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     IF ARC-ABORT
002320         GO TO 0000-TERMINATE
002340     PERFORM 2000-ARCHIVE-AUDIT-LOG THRU 2000-EXIT.
002350     IF NOT ARC-ABORT
002360         PERFORM 3000-ARCHIVE-RESULT-LOG THRU 3000-EXIT
002362     END-IF.
002364     IF NOT ARC-ABORT
002366         PERFORM 4000-CATALOG-CUTS THRU 4000-EXIT
002370     END-IF.
002380     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002390     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002430     IF ARC-ABORT
002440         MOVE 16 TO RETURN-CODE
002450     END-IF.
002455     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002460     STOP RUN.
002470
002480* ---------------------------------------------------------------
002790         CLOSE AUDIT-FILE
002800         GO TO 1000-EXIT
002810     END-IF.
002815     PERFORM 1200-NAME-ARCHIVE-CUTS THRU 1200-EXIT.
002820     OPEN OUTPUT AUDIT-ARCHIVE-FILE.
002830     OPEN OUTPUT RESULT-ARCHIVE-FILE.
002840     OPEN OUTPUT AUDIT-NEW-FILE.
002880             OR NOT RN-FILE-OK OR NOT RP-FILE-OK
002890         DISPLAY "UNABLE TO OPEN AN OUTPUT FILE - STATUS "
002900             AA-FILE-STATUS " " RA-FILE-STATUS " "
002902             AN-FILE-STATUS " " RN-FILE-STATUS " "
002904             RP-FILE-STATUS
002906         SET ARC-ABORT TO TRUE
002908         CLOSE AUDIT-FILE
002910         CLOSE RESULT-FILE
002912         GO TO 1000-EXIT
002914     END-IF.
002916*    THE CATALOG IS CREATED ON THE FIRST RUN.  A CUT THAT CANNOT
002918*    BE CATALOGED MUST NOT BE TAKEN - RETRIEVAL WOULD NEVER FIND
002920*    IT - SO A CATALOG THAT WILL NOT OPEN STOPS THE SPLIT.
002922     OPEN EXTEND CATALOG-FILE.
002924     IF CG-FILE-NOT-FOUND
002926         OPEN OUTPUT CATALOG-FILE
002928         CLOSE CATALOG-FILE
002930         OPEN EXTEND CATALOG-FILE
002932     END-IF.
002934     IF NOT CG-FILE-OK
002936         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG - STATUS "
002938             CG-FILE-STATUS
002940         SET ARC-ABORT TO TRUE
002942         CLOSE AUDIT-FILE
002950         CLOSE RESULT-FILE
002952         CLOSE AUDIT-ARCHIVE-FILE
002954         CLOSE RESULT-ARCHIVE-FILE
002956         CLOSE AUDIT-NEW-FILE
002958         CLOSE RESULT-NEW-FILE
002960         CLOSE REPORT-FILE
002962     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990
003090         GO TO 1100-EXIT
003100     END-IF.
003110     MOVE ARC-CARD-PARM (1:8) TO ARC-CUTOFF-DATE.
003112 1100-EXIT.
003114     EXIT.
003116
003118* 1200-NAME-ARCHIVE-CUTS - NAMES TODAY'S CUTS FOR THE CATALOG.
003120* THE AUDARCH AND RESARCH DDS ARE ALREADY ALLOCATED TO THEM.
003122 1200-NAME-ARCHIVE-CUTS.
003124     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003126     MOVE SPACES TO ARC-AUD-DSN ARC-RES-DSN.
003128     STRING ARC-AUD-DSN-PREFIX CURR-DATE (3:6)
003130         DELIMITED BY SIZE INTO ARC-AUD-DSN
003132     END-STRING.
003134     STRING ARC-RES-DSN-PREFIX CURR-DATE (3:6)
003136         DELIMITED BY SIZE INTO ARC-RES-DSN
003138     END-STRING.
003140 1200-EXIT.
003142     EXIT.
003144
003150* ---------------------------------------------------------------
003160* 2000 SERIES - AUDIT LOG SPLIT
003170* ---------------------------------------------------------------
003410             SET ARC-ABORT TO TRUE
003420         END-IF
003430         ADD 1 TO ARC-AUD-ARCHIVED
003435         PERFORM 2300-HASH-AUDIT-RECORD THRU 2300-EXIT
003440         IF AI-RECONCILE-FLAG = "Y"
003450             ADD 1 TO ARC-AUD-FLAG-Y
003460         ELSE
003620         ADD 1 TO ARC-AUD-KEPT
003630     END-IF.
003640     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003642 2200-EXIT.
003644     EXIT.
003646
003648* 2300-HASH-AUDIT-RECORD - CHOICES AT COLUMN 23, CHOSEN AT 29.
003650 2300-HASH-AUDIT-RECORD.
003652     MOVE 0 TO ARC-HASH-ROW.
003654     MOVE AUDIT-IN-LINE (23:5) TO ARC-HASH-FIELD.
003656     PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT.
003658     MOVE AUDIT-IN-LINE (29:5) TO ARC-HASH-FIELD.
003660     PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT.
003662     ADD ARC-HASH-ROW TO ARC-AUD-HASH.
003664 2300-EXIT.
003666     EXIT.
003670
003680* ---------------------------------------------------------------
003690* 3000 SERIES - RESULTS FILE SPLIT.  ROWS WRITTEN BEFORE THE
004040             SET ARC-ABORT TO TRUE
004050         END-IF
004060         ADD 1 TO ARC-RES-ARCHIVED
004065         PERFORM 3300-HASH-RESULT-RECORD THRU 3300-EXIT
004070         IF RESULT-ROW-FLAG = "Y"
004080             ADD 1 TO ARC-RES-FLAG-Y
004090         ELSE
004160             IF RESULT-ROW-DATE > ARC-RES-HIGH-DATE
004170                 MOVE RESULT-ROW-DATE TO ARC-RES-HIGH-DATE
004180             END-IF
004183         ELSE
004186             ADD 1 TO ARC-RES-UNDATED
004190         END-IF
004200     ELSE
004210         WRITE RESULT-NEW-RECORD FROM RESULT-IN-LINE
004212         IF NOT RN-FILE-OK
004214             DISPLAY "UNABLE TO WRITE NEW RESULT FILE - STATUS "
004216                 RN-FILE-STATUS
004218             SET ARC-ABORT TO TRUE
004220         END-IF
004222         ADD 1 TO ARC-RES-KEPT
004224     END-IF.
004226     PERFORM 3100-READ-RESULT-RECORD THRU 3100-EXIT.
004228 3200-EXIT.
004230     EXIT.
004232
004234* 3300-HASH-RESULT-RECORD - CHOICES AT COLUMN 14, CHOSEN AT 20
004236* ON A DATED ROW; NINE COLUMNS EARLIER ON A LEGACY ROW.
004238 3300-HASH-RESULT-RECORD.
004240     MOVE 0 TO ARC-HASH-ROW.
004242     IF RI-DATE NUMERIC
004244         MOVE RESULT-IN-LINE (14:5) TO ARC-HASH-FIELD
004246         PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT
004248         MOVE RESULT-IN-LINE (20:5) TO ARC-HASH-FIELD
004250         PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT
004252     ELSE
004254         MOVE RESULT-IN-LINE (5:5) TO ARC-HASH-FIELD
004256         PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT
004258         MOVE RESULT-IN-LINE (11:5) TO ARC-HASH-FIELD
004260         PERFORM 4900-ADD-HASH-FIELD THRU 4900-EXIT
004262     END-IF.
004264     ADD ARC-HASH-ROW TO ARC-RES-HASH.
004266 3300-EXIT.
004268     EXIT.
004270
004272* ---------------------------------------------------------------
004274* 4000 SERIES - ARCHIVE CATALOG.  BOTH CUTS ARE ENTERED EVEN
004276* WHEN EMPTY, SO THE RETENTION REPORT ACCOUNTS FOR EVERY
004278* DATASET THE JOB CREATED.
004280* ---------------------------------------------------------------
004282 4000-CATALOG-CUTS.
004284     MOVE CURR-DATE TO CT-CUT-DATE.
004286     MOVE ARC-CUTOFF-DATE TO CT-CUTOFF-DATE.
004288     MOVE ARC-AUD-DSN TO CT-DSN.
004290     MOVE "AUD" TO CT-FILE-TYPE.
004292     IF ARC-AUD-ARCHIVED > 0
004294         MOVE ARC-AUD-LOW-DATE TO CT-FIRST-DATE
004296         MOVE ARC-AUD-HIGH-DATE TO CT-LAST-DATE
004298     ELSE
004300         MOVE 0 TO CT-FIRST-DATE CT-LAST-DATE
004302     END-IF.
004304     MOVE ARC-AUD-ARCHIVED TO CT-RECORD-COUNT.
004306     MOVE ARC-AUD-HASH TO CT-HASH-TOTAL.
004308     PERFORM 4100-WRITE-CATALOG-ENTRY THRU 4100-EXIT.
004310     IF ARC-ABORT
004312         GO TO 4000-EXIT
004314     END-IF.
004316     MOVE ARC-RES-DSN TO CT-DSN.
004318     MOVE "RES" TO CT-FILE-TYPE.
004320     IF ARC-RES-HIGH-DATE > 0 AND ARC-RES-UNDATED = 0
004322         MOVE ARC-RES-LOW-DATE TO CT-FIRST-DATE
004324     ELSE
004326         MOVE 0 TO CT-FIRST-DATE
004328     END-IF.
004330     MOVE ARC-RES-HIGH-DATE TO CT-LAST-DATE.
004332     MOVE ARC-RES-ARCHIVED TO CT-RECORD-COUNT.
004334     MOVE ARC-RES-HASH TO CT-HASH-TOTAL.
004336     PERFORM 4100-WRITE-CATALOG-ENTRY THRU 4100-EXIT.
004338 4000-EXIT.
004340     EXIT.
004342
004344 4100-WRITE-CATALOG-ENTRY.
004346     WRITE CATALOG-RECORD FROM ARC-CATALOG-LINE.
004348     IF NOT CG-FILE-OK
004350         DISPLAY "UNABLE TO WRITE ARCHIVE CATALOG - STATUS "
004352             CG-FILE-STATUS
004354         SET ARC-ABORT TO TRUE
004356     END-IF.
004358 4100-EXIT.
004360     EXIT.
004362
004364* 4900-ADD-HASH-FIELD - ONE CHOICES OR CHOSEN COLUMN INTO THE
004366* ROW'S HASH.  A COLUMN THAT IS STILL NOT NUMERIC ADDS NOTHING.
004368 4900-ADD-HASH-FIELD.
004370     INSPECT ARC-HASH-FIELD REPLACING LEADING SPACE BY ZERO.
004372     IF ARC-HASH-NUMBER NUMERIC
004374         ADD ARC-HASH-NUMBER TO ARC-HASH-ROW
004376     END-IF.
004378 4900-EXIT.
004380     EXIT.
004382
004384* ---------------------------------------------------------------
004386* 8000 SERIES - ONE-PAGE ARCHIVAL SUMMARY
004388* ---------------------------------------------------------------
004390 8000-PRINT-SUMMARY.
004392     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
004394     ACCEPT CURR-TIME FROM TIME.
004396     MOVE CURR-DATE TO ARC-HDG-DATE.
004400     MOVE CURR-TIME TO ARC-HDG-TIME.
004410     MOVE ARC-CUTOFF-DATE TO ARC-HDG-CUTOFF.
004420     WRITE REPORT-RECORD FROM ARC-HEADING-1
004660         WRITE REPORT-RECORD FROM ARC-RANGE-LINE
004670             AFTER ADVANCING 1 LINE
004680     END-IF.
004682     MOVE ARC-AUD-HASH TO ARC-HASH-VALUE.
004684     MOVE ARC-AUD-DSN TO ARC-CATALOG-DSN.
004686     PERFORM 8300-PRINT-CATALOG-LINES THRU 8300-EXIT.
004690     MOVE "RESULTLOG" TO ARC-FILE-NAME.
004700     PERFORM 8100-PRINT-FILE-NAME THRU 8100-EXIT.
004710     MOVE "RECORDS READ" TO ARC-COUNT-LABEL.
004890         WRITE REPORT-RECORD FROM ARC-RANGE-LINE
004900             AFTER ADVANCING 1 LINE
004910     END-IF.
004912     MOVE ARC-RES-HASH TO ARC-HASH-VALUE.
004914     MOVE ARC-RES-DSN TO ARC-CATALOG-DSN.
004916     PERFORM 8300-PRINT-CATALOG-LINES THRU 8300-EXIT.
004920 8000-EXIT.
004930     EXIT.
004940
005090     END-IF.
005100 8200-EXIT.
005110     EXIT.
005112
005114* 8300-PRINT-CATALOG-LINES - A CUT THAT WAS NOT CATALOGED
005116* (THE SPLIT FAILED) PRINTS NO CATALOG NAME.
005118 8300-PRINT-CATALOG-LINES.
005120     WRITE REPORT-RECORD FROM ARC-HASH-LINE
005122         AFTER ADVANCING 1 LINE.
005124     IF NOT ARC-ABORT
005126         WRITE REPORT-RECORD FROM ARC-CATALOG-NAME-LINE
005128             AFTER ADVANCING 1 LINE
005130     END-IF.
005132 8300-EXIT.
005134     EXIT.
005136
005138 9000-CLOSE-FILES.
005140     CLOSE AUDIT-FILE.
005150     CLOSE RESULT-FILE.
005160     CLOSE AUDIT-ARCHIVE-FILE.
005180     CLOSE AUDIT-NEW-FILE.
005190     CLOSE RESULT-NEW-FILE.
005200     CLOSE REPORT-FILE.
005205     CLOSE CATALOG-FILE.
005210 9000-EXIT.
005220     EXIT.
005230
005240* ---------------------------------------------------------------
005250* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
005260* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
005270* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
005280* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
005290* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
005300* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
005310* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
005320* ---------------------------------------------------------------
005330 9700-LOG-START-EVENT.
005340     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
005350     ACCEPT CURR-TIME FROM TIME.
005360     MOVE CURR-DATE TO ERI-DATE.
005370     MOVE CURR-TIME (1:6) TO ERI-TIME.
005380     MOVE "START" TO EL-EVENT.
005390     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
005400     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005410 9700-EXIT.
005420     EXIT.
005430
005440 9750-LOG-END-EVENT.
005450     MOVE "END" TO EL-EVENT.
005460*    OUT IS EVERY RECORD WRITTEN - ARCHIVED OR KEPT ONLINE.
005470     COMPUTE EL-RECORDS-IN = ARC-AUD-READ + ARC-RES-READ.
005480     COMPUTE EL-RECORDS-OUT = ARC-AUD-ARCHIVED
005490         + ARC-AUD-KEPT + ARC-RES-ARCHIVED + ARC-RES-KEPT.
005500     MOVE RETURN-CODE TO EL-COND-CODE.
005510     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005520 9750-EXIT.
005530     EXIT.
005540
005550 9790-WRITE-EVENT-RECORD.
005560     OPEN EXTEND EVENT-LOG-FILE.
005570     IF EV-FILE-NOT-FOUND
005580         OPEN OUTPUT EVENT-LOG-FILE
005590         CLOSE EVENT-LOG-FILE
005600         OPEN EXTEND EVENT-LOG-FILE
005610     END-IF.
005620     IF NOT EV-FILE-OK
005630         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
005640             EV-FILE-STATUS
005650         GO TO 9790-EXIT
005660     END-IF.
005670     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
005680     ACCEPT CURR-TIME FROM TIME.
005690     MOVE "LOGARCH" TO EL-PROGRAM.
005700     MOVE EVENT-RUN-ID TO EL-RUN-ID.
005710     MOVE CURR-DATE TO EL-DATE.
005720     MOVE CURR-TIME TO EL-TIME.
005730     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
005740     IF NOT EV-FILE-OK
005750         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
005760             EV-FILE-STATUS
005770     END-IF.
005780     CLOSE EVENT-LOG-FILE.
005790 9790-EXIT.
005800     EXIT.
005810
005820 END PROGRAM LOG-ARCHIVE.

001310* 04/21/2022 FG    ADDED A RUSH-PRIORITY LANE TO THE BATCH
001320*                   RUN.  THE LAST SPARE WORKLIST BYTE IS NOW
001330*                   A RUSH FLAG; THE RUN MAKES TWO PASSES OVER
001332*                   THE WORKLIST, RUSH RECORDS FIRST, AND
001334*                   WRITES EACH RUSH ROW TO A SEPARATE EARLY
001336*                   EXTRACT THAT IS CLOSED AND RELEASED THE
001338*                   MOMENT THE RUSH PASS ENDS.  THE CHECKPOINT
001340*                   NOW RECORDS WHICH PASS IT BELONGS TO, AND
001342*                   THE CONTROL REPORT BREAKS THE DISPOSITIONS
001344*                   OUT RUSH VERSUS ROUTINE.
001346* 05/05/2022 FG    ADDED AN EXTENDED-PRECISION (MULTI-WORD)
001348*                   ENGINE.  WHEN THE 35-DIGIT ENGINES HIT A
001350*                   SIZE ERROR (OR THE REPETITION-COMBINATION
001352*                   PASCAL TABLE LIMIT) THE CALCULATION IS
001354*                   REDONE IN 32 FOUR-DIGIT WORDS, CROSS-CHECKED
001356*                   AGAINST A MULTI-WORD PASCAL ROW, AND CARRIED
001358*                   TO A 120-DIGIT CEILING.  AN ANSWER WIDER
001360*                   THAN 35 DIGITS IS WRITTEN IN FULL TO A NEW
001362*                   WIDE RESULTS FILE, FLAGGED W ON THE AUDIT
001364*                   AND RESULTS LINES, AND STORED IN THE
001366*                   RESULTS MASTER, WHOSE RESULT FIELD WIDENS TO
001368*                   120 DIGITS.  OVF NOW MEANS WIDER THAN 120
001370*                   DIGITS.
001372* 05/19/2022 FG    ADDED A MULTINOMIAL DETAIL RECORD TYPE: MUL IN
001374*                   THE CHOICE-MATTER COLUMNS, THE TOTAL IN THE
001376*                   CHOICES COLUMNS, THE NUMBER OF GROUPS IN THE
001378*                   CHOSEN COLUMNS, AND UP TO TEN GROUP SIZES IN
001380*                   NEW COLUMNS 21-70 OF A WIDENED WORKLIST
001382*                   RECORD.  THE COUNT IS BUILT GROUP BY GROUP
001384*                   WITH THE SAME SIZE ERROR FALLBACK TO THE
001386*                   EXTENDED ENGINE, CROSS-CHECKED AGAINST A
001388*                   PRODUCT OF PASCAL CELLS, AND STORED IN THE
001390*                   RESULTS MASTER, WHOSE KEY NOW CARRIES THE
001392*                   GROUP SIZES.  THE SUSPENSE RECORD CARRIES
001394*                   THE SIZES TOO, AND THE CONTROL REPORT
001396*                   COUNTS MULTINOMIAL RECORDS SEPARATELY.
001398* 06/02/2022 FG    ADDED A SOLVE RUN MODE: A SOLVE CARD GIVES
001400*                   CHOSEN, THE REPETITION FLAG, AND A TARGET
001402*                   ONE-IN-N, AND THE RUN SEARCHES UP FROM THE
001404*                   SMALLEST POSSIBLE CHOICES FOR THE FIRST
001406*                   POOL SIZE WHOSE ODDS MEET THE TARGET.  THE
001408*                   ANSWER AND ITS NEIGHBOURS PRINT ON DISTRPT
001410*                   AND THE ANSWER IS WRITTEN TO THE AUDIT,
001412*                   RESULTS, AND RUNSTATS FILES.
001414* 06/30/2022 FG    THE BATCH RUN NOW WRITES A RETURN EXTRACT -
001416*                   ONE LINE FOR EVERY DETAIL IT DISPOSES, WITH
001418*                   THE DETAIL AS IT ARRIVED, CAL/INV/OVF, AND
001420*                   THE ANSWER AND ODDS OF A CALCULATED ONE -
001422*                   FROM WHICH WLRETURN BUILDS THE RETURN FILE
001424*                   SENT BACK TO EACH DEPARTMENT.
001426* 07/28/2022 FG    ADDED A PAYOUT RUN MODE: FOR EVERY GAME ON
001428*                   THE NEW GAME CATALOG THE TIER WAY-COUNTS
001430*                   ARE WEIGHTED BY THE GAME'S PRIZE SCHEDULE
001432*                   TO GIVE THE EXPECTED PAYOUT PER TICKET,
001434*                   THE RETURN-TO-PLAYER PERCENT AND THE HOUSE
001436*                   EDGE, AND A GAME RETURNING MORE THAN THE
001438*                   LIMIT ON THE CARD IS FLAGGED.  THE TIER ROW
001440*                   BUILD IS SHARED WITH THE TIERS RUN.
001442* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
001444*                   IDENTIFIER, RECORD COUNTS AND CONDITION
001446*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
001448*                   FOR THE MORNING STATUS REPORT.
001450* 09/22/2022 FG    THE SOLVE RUN WORKS OUT EACH POOL'S ODDS BY
001452*                   SUCCESSIVE MULTIPLY AND DIVIDE INSTEAD OF
001454*                   FROM THE PASCAL TABLE, SO THE SEARCH RUNS
001456*                   TO THE FIVE-DIGIT CHOICES LIMIT AND A
001458*                   TARGET ENDS THE STEP 16 ONLY WHEN NO POOL
001460*                   CAN MEET IT.
001462 IDENTIFICATION DIVISION.
001464 PROGRAM-ID. COMBINATIONS-PERMUTATIONS.
001466 AUTHOR. FRANK GLASER.
001468 INSTALLATION. OPERATIONS RESEARCH GROUP.
001470 DATE-WRITTEN. 02/02/2021.
001472 DATE-COMPILED.
001474
001480 ENVIRONMENT DIVISION.
001490 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER. GENERIC.
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS CK-FILE-STATUS.
001710*    ONE-LINE RUN-CONTROL CARD FOR AN UNATTENDED BATCH-WINDOW
001717*    RUN - BATCH, SUSPENSE, TABLE, TIERS, SOLVE, PAYOUT, OR A
001724*    COMMA-DELIMITED CHOICE-MATTER,CHOICES,CHOSEN,REPETITION-
001731*    FLAG CARD.  WHEN
001740*    ABSENT THE PROGRAM FALLS BACK TO THE INTERACTIVE TERMINAL
001750*    SESSION.
001760     SELECT CONTROL-FILE ASSIGN TO "RUNCTL"
002140*    EARLY-RESULTS EXTRACT - RUSH ROWS ONLY, WRITTEN BY THE
002150*    BATCH RUSH PASS AND CLOSED THE MOMENT IT ENDS SO THE
002160*    FILE CAN BE RELEASED HOURS BEFORE THE FULL RUN.
002162     SELECT RUSH-RESULT-FILE ASSIGN TO "RUSHRSLT"
002164         ORGANIZATION IS LINE SEQUENTIAL
002166         FILE STATUS IS RR-FILE-STATUS.
002168*    FULL-WIDTH ANSWERS - ONE COMMA-DELIMITED LINE FOR EVERY
002170*    RESULT WIDER THAN THE 35-DIGIT RESULTS-FILE COLUMN, TIED
002172*    BACK TO ITS AUDIT RECORD BY RUN IDENTIFIER AND SEQUENCE.
002174     SELECT WIDE-RESULT-FILE ASSIGN TO "RESULTWD"
002176         ORGANIZATION IS LINE SEQUENTIAL
002178         FILE STATUS IS RW-FILE-STATUS.
002180*    RETURN EXTRACT - ONE LINE PER WORKLIST DETAIL DISPOSED BY
002182*    THE BATCH RUN, READ BY WLRETURN TO TELL EACH SENDING
002184*    DEPARTMENT WHAT BECAME OF EVERY RECORD IT SUBMITTED.
002186     SELECT RETURN-EXTRACT-FILE ASSIGN TO "RTNXTRCT"
002188         ORGANIZATION IS LINE SEQUENTIAL
002190         FILE STATUS IS RX-FILE-STATUS.
002192*    GAME CATALOG - ONE ENTRY PER GAME WITH ITS PRIZE SCHEDULE,
002194*    MAINTAINED BY GAMEMNT AND READ IN GAME-CODE ORDER BY THE
002196*    PAYOUT RUN.
002198     SELECT GAME-CATALOG-FILE ASSIGN TO "GAMECAT"
002200         ORGANIZATION IS INDEXED
002202         ACCESS MODE IS SEQUENTIAL
002204         RECORD KEY IS GC-GAME-CODE
002206         FILE STATUS IS GC-FILE-STATUS.
002208*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
002210*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
002212     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
002214         ORGANIZATION IS LINE SEQUENTIAL
002216         FILE STATUS IS EV-FILE-STATUS.
002218
002220 DATA DIVISION.
002222 FILE SECTION.
002230 FD  WORKLIST-FILE
002240         RECORD CONTAINS 70 CHARACTERS.
002250 01  WORKLIST-RECORD.
002260     05  WL-CHOICE-MATTER          PIC X(03).
002270     05  WL-CHOICES                PIC 9(05).
002320     05  WL-DEPARTMENT             PIC X(03).
002330*    RUSH FLAG - R RUNS IN THE PRIORITY LANE, SPACE ROUTINE.
002340     05  WL-RUSH-FLAG              PIC X(01).
002342*    MULTINOMIAL GROUP SIZES - A MUL DETAIL ONLY, TEN 5-DIGIT
002344*    SIZES.  THE OTHER DETAIL TYPES LEAVE THE COLUMNS BLANK.
002346     05  WL-GROUP-SIZES            PIC X(50).
002350* HEADER CONTROL RECORD - FIRST RECORD OF THE WORKLIST,
002360* IDENTIFIED BY HDR IN THE CHOICE-MATTER COLUMNS.
002370 01  WORKLIST-HEADER-RECORD.
002700 01  CONTROL-RECORD                PIC X(80).
002710
002720 FD  SUSPENSE-FILE
002730         RECORD CONTAINS 80 CHARACTERS.
002740 01  SUSPENSE-RECORD.
002750     05  SU-DETAIL                 PIC X(20).
002760     05  FILLER                    PIC X(01).
002770     05  SU-SKIP-REASON            PIC X(03).
002780     05  FILLER                    PIC X(06).
002785     05  SU-GROUP-SIZES            PIC X(50).
002790
002800 FD  SUSPENSE-IN-FILE
002810         RECORD CONTAINS 80 CHARACTERS.
002820 01  SUSPENSE-IN-RECORD.
002830     05  SI-DETAIL                 PIC X(20).
002840     05  FILLER                    PIC X(10).
002845     05  SI-GROUP-SIZES            PIC X(50).
002850
002860 FD  RESULTS-MASTER-FILE
002870         RECORD CONTAINS 195 CHARACTERS.
002880 01  MASTER-RECORD.
002890     05  MR-KEY.
002900         10  MR-CHOICE-MATTER      PIC X(03).
002910         10  MR-CHOICES            PIC 9(05).
002920         10  MR-CHOSEN             PIC 9(05).
002930         10  MR-REPETITION-FLAG    PIC X(03).
002932*        GROUP SIZES OF A MULTINOMIAL ENTRY - SPACES OTHERWISE.
002934         10  MR-GROUP-SIZES        PIC X(50).
002936*    STORED ANSWER, 120 DIGITS.  AN ANSWER OF 35 DIGITS OR LESS
002938*    HAS ALL-ZERO HIGH DIGITS AND IS READ THROUGH MR-RESULT.
002940     05  MR-WIDE-RESULT.
002942         10  MR-RESULT-HIGH        PIC X(85).
002944         10  MR-RESULT             PIC 9(35).
002950     05  MR-RECONCILE-FLAG         PIC X(01).
002960     05  MR-DATE-ADDED             PIC 9(08).
002970
003060 FD  RUN-STATS-FILE
003070         RECORD CONTAINS 80 CHARACTERS.
003080 01  RUN-STATS-RECORD              PIC X(80).
003082
003084 FD  RUSH-RESULT-FILE
003086         RECORD CONTAINS 132 CHARACTERS.
003088 01  RUSH-RESULT-RECORD            PIC X(132).
003090
003092 FD  WIDE-RESULT-FILE
003094         RECORD CONTAINS 200 CHARACTERS.
003096 01  WIDE-RESULT-RECORD            PIC X(200).
003098
003100 FD  RETURN-EXTRACT-FILE
003102         RECORD CONTAINS 260 CHARACTERS.
003104 01  RETURN-EXTRACT-RECORD.
003106*    THE DETAIL EXACTLY AS IT ARRIVED ON THE WORKLIST.
003108     05  RX-DETAIL                 PIC X(70).
003110*    CAL CALCULATED, INV OR OVF SUSPENDED WITH THAT REASON.
003112     05  RX-DISPOSITION            PIC X(03).
003114*    ANSWER RIGHT-JUSTIFIED IN 120 COLUMNS, LEADING ZEROS
003116*    BLANKED - AN ANSWER OF 35 DIGITS OR LESS IN THE LOW
003118*    COLUMNS.  SPACES FOR A SUSPENDED DETAIL.
003120     05  RX-RESULT                 PIC X(120).
003122     05  RX-RESULT-PARTS REDEFINES RX-RESULT.
003124         10  FILLER                PIC X(85).
003126         10  RX-RESULT-LOW         PIC X(35).
003128     05  RX-ODDS-DENOMINATOR       PIC Z(34)9.
003130     05  RX-PROBABILITY-PCT        PIC ZZ9.9(07).
003132*    AUDIT RUN IDENTIFIER AND SEQUENCE OF A CALCULATED DETAIL.
003134     05  RX-RUN-ID                 PIC 9(14).
003136     05  RX-SEQUENCE-NO            PIC 9(07).
003138
003140 FD  GAME-CATALOG-FILE
003142         RECORD CONTAINS 300 CHARACTERS.
003144 01  GAME-CATALOG-RECORD.
003146     05  GC-GAME-CODE              PIC X(06).
003148     05  GC-GAME-NAME              PIC X(30).
003150     05  GC-CHOICES                PIC 9(05).
003152     05  GC-CHOSEN                 PIC 9(05).
003154     05  GC-TICKET-PRICE           PIC 9(05)V99.
003156*    PRIZE FOR MATCHING EXACTLY M PICKS IS OCCURRENCE M + 1,
003158*    M = 0 THROUGH 20.
003160     05  GC-PRIZE-AMOUNT           PIC 9(09)V99 OCCURS 21 TIMES.
003162     05  GC-DATE-CHANGED           PIC 9(08).
003164     05  FILLER                    PIC X(08).
003166
003168 FD  EVENT-LOG-FILE
003170         RECORD CONTAINS 80 CHARACTERS.
003172 01  EVENT-LOG-RECORD              PIC X(80).
003174
003176 WORKING-STORAGE SECTION.
003178* ---------------------------------------------------------------
003180* RUN-MODE SWITCH AND FILE STATUS FIELDS
003182* ---------------------------------------------------------------
003184 77  RUN-MODE-SWITCH               PIC X(01).
003190     88  RUN-MODE-INTERACTIVE      VALUE "I".
003200     88  RUN-MODE-BATCH            VALUE "B".
003210     88  RUN-MODE-PARM             VALUE "P".
003220     88  RUN-MODE-SUSPENSE         VALUE "S".
003230     88  RUN-MODE-TABLE            VALUE "T".
003240     88  RUN-MODE-TIERS            VALUE "R".
003243     88  RUN-MODE-SOLVE            VALUE "V".
003246     88  RUN-MODE-PAYOUT           VALUE "G".
003250
003260 77  BATCH-MODE-REPLY              PIC X(03).
003270
003850             15  RC-CHOICES        PIC 9(05).
003860             15  RC-CHOSEN         PIC 9(05).
003870             15  RC-REPETITION-FLAG PIC X(03).
003875             15  RC-GROUP-SIZES    PIC X(50).
003880         10  RC-CALC-STATUS        PIC X(01).
003885         10  RC-RESULT-HIGH        PIC X(85).
003890         10  RC-RESULT             PIC 9(35).
003900         10  RC-RECONCILE-FLAG     PIC X(01).
003910 77  RUN-CACHE-MAX                 PIC 9(05) COMP VALUE 1000.
003960     05  CW-CHOICES                PIC 9(05).
003970     05  CW-CHOSEN                 PIC 9(05).
003980     05  CW-REPETITION-FLAG        PIC X(03).
003985     05  CW-GROUP-SIZES            PIC X(50).
003990 77  CACHE-HIT-SWITCH              PIC X(01) VALUE "N".
004000     88  CACHE-HIT                 VALUE "Y".
004010 77  CACHE-HIT-COUNT               PIC 9(09) COMP VALUE 0.
004190
004200 77  RR-FILE-STATUS                PIC X(02).
004210     88  RR-FILE-OK                VALUE "00".
004212     88  RR-FILE-NOT-FOUND         VALUE "35".
004214
004216 77  RW-FILE-STATUS                PIC X(02).
004218     88  RW-FILE-OK                VALUE "00".
004220     88  RW-FILE-NOT-FOUND         VALUE "35".
004222
004224 77  RX-FILE-STATUS                PIC X(02).
004226     88  RX-FILE-OK                VALUE "00".
004228     88  RX-FILE-NOT-FOUND         VALUE "35".
004230 77  RETURN-EXTRACT-OPEN-SWITCH    PIC X(01) VALUE "N".
004232     88  RETURN-EXTRACT-OPEN       VALUE "Y".
004234
004236 77  GC-FILE-STATUS                PIC X(02).
004238     88  GC-FILE-OK                VALUE "00".
004240     88  GC-FILE-EOF               VALUE "10".
004242
004244* ---------------------------------------------------------------
004250* RUSH-LANE CONTROLS.  THE BATCH RUN MAKES TWO PASSES OVER
004260* THE WORKLIST - RUSH DETAILS FIRST, THEN ROUTINE - AND THE
004270* CHECKPOINT CARRIES THE PASS LETTER SO A RESTART RESUMES IN
004920     05  DW-DEPARTMENT             PIC X(03).
004930     05  DW-RUSH-FLAG              PIC X(01).
004940         88  DW-RUSH               VALUE "R".
004945     05  DW-GROUP-SIZES            PIC X(50).
004950
004960* ---------------------------------------------------------------
004970* BATCH CONTROL REPORT COUNTERS AND PRINT LINES - EVERY RECORD
005040 77  BATCH-INVALID-COUNT           PIC 9(09) COMP VALUE 0.
005050 77  BATCH-OVERFLOW-COUNT          PIC 9(09) COMP VALUE 0.
005060 77  BATCH-MISMATCH-COUNT          PIC 9(09) COMP VALUE 0.
005061* CALCULATED RECORDS WHOSE ANSWER NEEDED THE EXTENDED ENGINE -
005062* A SUBSET OF BATCH-CALC-OK-COUNT, NOT A DISPOSITION OF ITS OWN.
005063 77  BATCH-WIDE-COUNT              PIC 9(09) COMP VALUE 0.
005064* MULTINOMIAL RECORDS CALCULATED AND SKIPPED - SUBSETS OF
005065* BATCH-CALC-OK-COUNT AND OF THE TWO SKIP COUNTS.
005066 77  BATCH-MULTINOMIAL-COUNT       PIC 9(09) COMP VALUE 0.
005067 77  BATCH-MULTINOMIAL-SKIPPED     PIC 9(09) COMP VALUE 0.
005070 77  BATCH-GRAND-TOTAL             PIC 9(09) COMP VALUE 0.
005080 77  CR-PAGE-NUMBER                PIC 9(03) VALUE 0.
005090* NAMES THE INPUT FILE ON THE RECORDS-READ REPORT LINE - THE
006500         "PROBABILITY PCT".
006510
006520 01  TIER-DETAIL-LINE.
006522     05  TD-M                      PIC Z(04)9.
006524     05  FILLER                    PIC X(02) VALUE SPACES.
006526     05  TD-WAYS                   PIC Z(34)9.
006528     05  FILLER                    PIC X(02) VALUE SPACES.
006530     05  TD-PCT                    PIC ZZ9.9(07).
006532
006534 01  TIER-TOTAL-LINE.
006536     05  FILLER                    PIC X(07) VALUE "TOTAL".
006538     05  TT-WAYS                   PIC Z(34)9.
006540     05  FILLER                    PIC X(02) VALUE SPACES.
006542     05  TT-PCT                    PIC ZZ9.9(07).
006544
006546 01  TIER-CHECK-LINE.
006548     05  FILLER                    PIC X(20) VALUE
006550         "SELF-CHECK C(N,K) = ".
006552     05  TC-VALUE                  PIC Z(34)9.
006554     05  FILLER                    PIC X(02) VALUE SPACES.
006556     05  TC-VERDICT                PIC X(07).
006558
006560* ---------------------------------------------------------------
006562* SOLVE RUN MODE FIELDS AND PRINT LINES.  THE ODDS OF A
006564* COMBINATION ONLY LENGTHEN AS THE POOL GROWS, SO THE FIRST
006566* CHOICES WHOSE ODDS DENOMINATOR REACHES THE TARGET, WALKING
006568* UP FROM THE SMALLEST POOL THAT CAN HOLD THE PICKS, IS THE
006570* ANSWER.  EACH POOL SIZE IS TRIED BY SUCCESSIVE MULTIPLY
006572* AND EXACT DIVIDE, THE WAY 6000-CALCULATE BUILDS C(N,R), SO
006574* THE SEARCH RUNS ALL THE WAY TO THE FIVE-DIGIT CHOICES LIMIT.
006576* THE ODDS OF ONE POOL ARE AT MOST CHOICES TIMES THOSE OF THE
006578* POOL BELOW IT, SO EVERY DENOMINATOR UP TO ONE PAST THE
006580* ANSWER FITS THE 35-DIGIT FIELD.
006582* ---------------------------------------------------------------
006584 77  SOLVE-TARGET                  PIC 9(18) VALUE 0.
006586 77  SOLVE-TARGET-LENGTH           PIC 9(05) COMP.
006588 77  SOLVE-N                       PIC 9(06) COMP.
006590 77  SOLVE-START                   PIC 9(05) COMP.
006592 77  SOLVE-ANSWER                  PIC 9(05) COMP.
006594 77  SOLVE-ROW-N                   PIC 9(06) COMP.
006596 77  SOLVE-STEP                    PIC 9(06) COMP.
006598 77  SOLVE-STEP-LIMIT              PIC 9(06) COMP.
006600 77  SOLVE-FACTOR                  PIC 9(06) COMP.
006602 77  SOLVE-CHOICES-MAX             PIC 9(06) COMP VALUE 99999.
006604 77  SOLVE-DENOMINATOR             PIC 9(35).
006606 77  SOLVE-PCT                     PIC 9(03)V9(07).
006608 77  SOLVE-FOUND-SWITCH            PIC X(01) VALUE "N".
006610     88  SOLVE-FOUND               VALUE "Y".
006612 77  SOLVE-ABORT-SWITCH            PIC X(01) VALUE "N".
006614     88  SOLVE-ABORT               VALUE "Y".
006616 77  SOLVE-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
006618     88  SOLVE-OVERFLOW            VALUE "Y".
006620
006622 01  SOLVE-HEADING-1.
006624     05  FILLER                    PIC X(11) VALUE "COMBPERM   ".
006626     05  FILLER                    PIC X(26) VALUE
006628         "SOLVE FOR TARGET ODDS  K =".
006630     05  SH-K                      PIC ZZZZ9.
006632     05  FILLER                    PIC X(03) VALUE SPACES.
006634     05  FILLER                    PIC X(05) VALUE "PAGE ".
006636     05  SH-PAGE                   PIC ZZ9.
006638
006640 01  SOLVE-TARGET-LINE.
006642     05  FILLER                    PIC X(17) VALUE
006644         "TARGET ODDS 1 IN ".
006646     05  ST-TARGET                 PIC Z(17)9.
006648     05  FILLER                    PIC X(15) VALUE
006650         "   REPETITION ".
006652     05  ST-REPETITION             PIC X(03).
006654
006656 01  SOLVE-COLUMN-LINE.
006658     05  FILLER                    PIC X(07) VALUE "CHOICES".
006660     05  FILLER                    PIC X(26) VALUE SPACES.
006662     05  FILLER                    PIC X(11) VALUE "ODDS 1 IN".
006664     05  FILLER                    PIC X(15) VALUE
006666         "PROBABILITY PCT".
006668     05  FILLER                    PIC X(14) VALUE
006670         "  MEETS TARGET".
006672
006674 01  SOLVE-DETAIL-LINE.
006676     05  SD-N                      PIC Z(04)9.
006678     05  FILLER                    PIC X(02) VALUE SPACES.
006680     05  SD-DENOMINATOR            PIC Z(34)9.
006682     05  FILLER                    PIC X(02) VALUE SPACES.
006684     05  SD-PCT                    PIC ZZ9.9(07).
006686     05  FILLER                    PIC X(04) VALUE SPACES.
006688     05  SD-MEETS                  PIC X(03).
006690     05  FILLER                    PIC X(03) VALUE SPACES.
006692     05  SD-NOTE                   PIC X(08).
006694
006696 01  SOLVE-ANSWER-LINE.
006698     05  FILLER                    PIC X(34) VALUE
006700         "SMALLEST CHOICES MEETING TARGET = ".
006702     05  SA-N                      PIC ZZZZ9.
006704     05  FILLER                    PIC X(17) VALUE
006706         "   AUDIT RUN ID ".
006708     05  SA-RUN-ID                 PIC 9(14).
006710     05  FILLER                    PIC X(05) VALUE " SEQ ".
006712     05  SA-SEQUENCE-NO            PIC 9(07).
006714
006716* ---------------------------------------------------------------
006718* PAYOUT RUN MODE FIELDS AND PRINT LINES.  FOR EACH GAME ON THE
006720* CATALOG THE PRIZE-TIER WAY-COUNTS ARE WEIGHTED BY THE GAME'S
006722* PRIZE FOR THAT TIER.  THAT SUM OVER C(N,K) IS THE EXPECTED
006724* PAYOUT PER TICKET, AND THE EXPECTED PAYOUT OVER THE TICKET
006726* PRICE IS THE RETURN TO PLAYER.  THE CATALOG HOLDS PRIZES FOR
006728* TIERS 0 THROUGH 20, SO A GAME PICKS AT MOST 20 FROM AT MOST
006730* 100 - THE PASCAL TABLE LIMIT OF THE TIERS RUN.
006732* ---------------------------------------------------------------
006734 01  PAYOUT-LIMIT-DIGITS.
006736     05  PAYOUT-LIMIT-WHOLE        PIC 9(03).
006738     05  PAYOUT-LIMIT-CENTS        PIC 9(02).
006740 01  PAYOUT-LIMIT-PCT REDEFINES PAYOUT-LIMIT-DIGITS
006742                                   PIC 9(03)V99.
006744 77  PAYOUT-NUMERATOR              PIC 9(33)V99.
006746 77  PAYOUT-EXPECTED               PIC 9(09)V9(06).
006748 77  PAYOUT-RTP-PCT                PIC 9(05)V99.
006750 77  PAYOUT-HOUSE-EDGE-PCT         PIC S9(05)V99.
006752 77  PAYOUT-REJECT-REASON          PIC X(20).
006754 77  PAYOUT-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
006756     88  PAYOUT-OVERFLOW           VALUE "Y".
006758 77  PAYOUT-ABORT-SWITCH           PIC X(01) VALUE "N".
006760     88  PAYOUT-ABORT              VALUE "Y".
006762 77  PAYOUT-GAMES-READ             PIC 9(09) COMP VALUE 0.
006764 77  PAYOUT-GAMES-EVALUATED        PIC 9(09) COMP VALUE 0.
006766 77  PAYOUT-GAMES-OVER-LIMIT       PIC 9(09) COMP VALUE 0.
006768 77  PAYOUT-GAMES-NOT-EVALUATED    PIC 9(09) COMP VALUE 0.
006770
006772 01  PAYOUT-HEADING-1.
006774     05  FILLER                    PIC X(11) VALUE "COMBPERM   ".
006776     05  FILLER                    PIC X(40) VALUE
006778         "GAME PAYOUT AND HOUSE EDGE".
006780     05  FILLER                    PIC X(05) VALUE "PAGE ".
006782     05  PH-PAGE                   PIC ZZ9.
006784
006786 01  PAYOUT-LIMIT-LINE.
006788     05  FILLER                    PIC X(32) VALUE
006790         "RETURN-TO-PLAYER LIMIT PERCENT  ".
006792     05  PL-LIMIT                  PIC ZZ9.99.
006794
006796 01  PAYOUT-COLUMN-LINE.
006798     05  FILLER                    PIC X(08) VALUE "GAME".
006800     05  FILLER                    PIC X(32) VALUE "NAME".
006802     05  FILLER                    PIC X(07) VALUE "   N".
006804     05  FILLER                    PIC X(07) VALUE "   K".
006806     05  FILLER                    PIC X(11) VALUE "TKT PRICE".
006808     05  FILLER                    PIC X(20) VALUE
006810         "   EXPECTED PAYOUT".
006812     05  FILLER                    PIC X(11) VALUE "  RTP PCT".
006814     05  FILLER                    PIC X(12) VALUE "HOUSE EDGE".
006816     05  FILLER                    PIC X(04) VALUE "NOTE".
006818
006820 01  PAYOUT-DETAIL-LINE.
006822     05  PD-GAME-CODE              PIC X(06).
006824     05  FILLER                    PIC X(02) VALUE SPACES.
006826     05  PD-GAME-NAME              PIC X(30).
006828     05  FILLER                    PIC X(02) VALUE SPACES.
006830     05  PD-CHOICES                PIC ZZZZ9.
006832     05  FILLER                    PIC X(02) VALUE SPACES.
006834     05  PD-CHOSEN                 PIC ZZZZ9.
006836     05  FILLER                    PIC X(02) VALUE SPACES.
006838     05  PD-TICKET-PRICE           PIC ZZ,ZZ9.99.
006840     05  FILLER                    PIC X(02) VALUE SPACES.
006842*    BLANKED FOR A GAME THAT COULD NOT BE EVALUATED.
006844     05  PD-FIGURES.
006846         10  PD-EXPECTED           PIC ZZZ,ZZZ,ZZ9.9(06).
006848         10  FILLER                PIC X(02) VALUE SPACES.
006850         10  PD-RTP-PCT            PIC ZZ,ZZ9.99.
006852         10  FILLER                PIC X(02) VALUE SPACES.
006854         10  PD-HOUSE-EDGE-PCT     PIC ---,--9.99.
006856     05  FILLER                    PIC X(02) VALUE SPACES.
006858     05  PD-NOTE                   PIC X(20).
006860
006862 01  PAYOUT-COUNT-LINE.
006864     05  FILLER                    PIC X(05) VALUE SPACES.
006866     05  PC-LABEL                  PIC X(40).
006868     05  PC-VALUE                  PIC Z(08)9.
006870
006872* ---------------------------------------------------------------
006874* BOUNDED RETRY CONTROLS (INTERACTIVE MODE)
006876* ---------------------------------------------------------------
006878 77  CHOICE-MATTER-ERROR-COUNT     PIC 9(01) VALUE 0.
006880 77  CHOICE-MATTER-MAX-TRIES       PIC 9(01) VALUE 3.
006882 77  RETRY-ABORT-SWITCH            PIC X(01) VALUE "N".
006884     88  RETRY-ABORT               VALUE "Y".
006886
006888* ---------------------------------------------------------------
006890* CALCULATION FIELDS
006892* ---------------------------------------------------------------
006894 77  CHOICE-MATTER                 PIC X(03).
006896     88  MULTINOMIAL-REQUEST       VALUE "MUL".
006898* REQUESTOR DEPARTMENT OF THE RECORD BEING CALCULATED - FILLED
006900* BY THE WORKLIST AND SUSPENSE DRIVERS; SPACES FOR PARM-CARD
006902* AND INTERACTIVE RUNS, WHICH CARRY NO DEPARTMENT.
006904 77  DEPARTMENT-CODE               PIC X(03) VALUE SPACES.
006906 77  REPETITION-FLAG               PIC X(03).
006908     88  REPETITION-ALLOWED        VALUE "YES" "yes".
006910 77  CHOICES                       PIC 9(05).
006912 77  SAVE-CHOICES                  PIC 9(05).
006920 77  CHOSEN                        PIC 9(05).
006930 77  CHOICES-CHOSEN                PIC 9(05)V9(03).
006940 77  INDX                          PIC 9(05) COMP.
007640     88  INDEPENDENT-FACTORIAL-OFLOWED VALUE "Y".
007650 77  RECONCILE-SWITCH              PIC X(01) VALUE "N".
007660     88  RECONCILE-MISMATCH        VALUE "Y".
007662
007664* ---------------------------------------------------------------
007666* MULTINOMIAL FIELDS - THE TOTAL IS HELD IN CHOICES AND THE
007668* NUMBER OF GROUPS IN CHOSEN.  THE COUNT IS BUILT ONE ITEM AT
007670* A TIME AS MULTINOMIAL-PLACED / J, WHERE J RUNS UP THROUGH
007672* EACH GROUP SIZE; EVERY INTERMEDIATE IS ITSELF A MULTINOMIAL
007674* COUNT, SO EVERY DIVISION IS EXACT.  THE ANSWER IS LEFT IN
007676* COMBINATION, THE FIELD EVERY WRITER REPORTS FOR A NON-
007678* PERMUTATION REQUEST.
007680* ---------------------------------------------------------------
007682 01  MULTINOMIAL-SIZES.
007684     05  MULTINOMIAL-SIZE          PIC 9(05) OCCURS 10 TIMES.
007686 77  MULTINOMIAL-GROUP-MAX         PIC 9(05) COMP VALUE 10.
007688 77  MULTINOMIAL-GROUP-NO          PIC 9(05) COMP.
007690 77  MULTINOMIAL-INDX              PIC 9(05) COMP.
007692 77  MULTINOMIAL-PLACED            PIC 9(05) COMP.
007694 77  MULTINOMIAL-REMAINING         PIC 9(05) COMP.
007696 77  MULTINOMIAL-SIZE-TOTAL        PIC 9(09) COMP.
007698 77  MULTINOMIAL-CHECK             PIC 9(35).
007700 77  MULTINOMIAL-CHECK-SWITCH      PIC X(01) VALUE "N".
007702     88  MULTINOMIAL-CHECK-SKIPPED VALUE "Y".
007704
007706* ---------------------------------------------------------------
007708* AUDIT TRAIL AND RESULT RECORD BUILD AREAS
007710* ---------------------------------------------------------------
007712 77  CURR-DATE                     PIC 9(08).
007720 77  CURR-TIME                     PIC 9(08).
007730* RUN IDENTIFIER (START DATE AND TIME, FIXED FOR THE WHOLE
007740* RUN) AND WITHIN-RUN SEQUENCE NUMBER CARRIED ON EVERY AUDIT
008030     05  AL-RUN-ID                 PIC 9(14).
008040     05  FILLER                   PIC X(01) VALUE SPACE.
008050     05  AL-SEQUENCE-NO            PIC 9(07).
008052* W WHEN THE ANSWER IS WIDER THAN THE AL-RESULT COLUMN - THE
008054* COLUMN THEN HOLDS ZERO AND THE FULL ANSWER IS ON THE WIDE
008056* RESULTS FILE UNDER THE SAME RUN IDENTIFIER AND SEQUENCE.
008058     05  AL-WIDE-FLAG              PIC X(01).
008060
008070 01  RESULT-LINE.
008080     05  RL-RUN-DATE               PIC 9(08).
008120     05  RL-CHOICES                PIC 9(05).
008130     05  FILLER                   PIC X(01) VALUE ",".
008140     05  RL-CHOSEN                 PIC 9(05).
008142     05  FILLER                   PIC X(01) VALUE ",".
008144     05  RL-REPETITION-FLAG        PIC X(03).
008146     05  FILLER                   PIC X(01) VALUE ",".
008148     05  RL-RESULT                 PIC Z(34)9.
008150     05  FILLER                   PIC X(01) VALUE ",".
008152     05  RL-RECONCILE-FLAG         PIC X(01).
008154     05  FILLER                   PIC X(01) VALUE ",".
008156* ONE-IN-N ODDS DENOMINATOR AND PROBABILITY PERCENTAGE FOR
008158* COMBINATION REQUESTS; BOTH ZERO FOR PERMUTATION REQUESTS,
008160* WHERE THE ODDS QUESTION DOES NOT APPLY.
008162     05  RL-ODDS-DENOMINATOR       PIC Z(34)9.
008164     05  FILLER                   PIC X(01) VALUE ",".
008166     05  RL-PROBABILITY-PCT        PIC ZZ9.9(07).
008168     05  FILLER                   PIC X(01) VALUE ",".
008170* REQUESTOR DEPARTMENT, FOR THE MONTHLY CHARGEBACK REPORT.
008172     05  RL-DEPARTMENT             PIC X(03).
008174     05  FILLER                   PIC X(01) VALUE ",".
008176* W WHEN THE ANSWER IS WIDER THAN THE RL-RESULT COLUMN (SEE
008178* AL-WIDE-FLAG); SPACE OTHERWISE.
008180     05  RL-WIDE-FLAG              PIC X(01).
008182
008184* ---------------------------------------------------------------
008186* WIDE RESULTS RECORD - THE FULL ANSWER FOR EVERY RESULT WIDER
008188* THAN 35 DIGITS, LEFT-BLANKED, WITH THE AUDIT RUN IDENTIFIER
008190* AND SEQUENCE NUMBER THAT TIE IT TO ITS AUDIT AND RESULTS
008192* LINES.
008194* ---------------------------------------------------------------
008196 01  WIDE-RESULT-LINE.
008198     05  WR-RUN-DATE               PIC 9(08).
008200     05  FILLER                   PIC X(01) VALUE ",".
008202     05  WR-CHOICE-MATTER          PIC X(03).
008204     05  FILLER                   PIC X(01) VALUE ",".
008206     05  WR-CHOICES                PIC 9(05).
008208     05  FILLER                   PIC X(01) VALUE ",".
008210     05  WR-CHOSEN                 PIC 9(05).
008212     05  FILLER                   PIC X(01) VALUE ",".
008214     05  WR-REPETITION-FLAG        PIC X(03).
008216     05  FILLER                   PIC X(01) VALUE ",".
008218     05  WR-RESULT                 PIC X(120).
008220     05  FILLER                   PIC X(01) VALUE ",".
008222     05  WR-RECONCILE-FLAG         PIC X(01).
008224     05  FILLER                   PIC X(01) VALUE ",".
008226     05  WR-DEPARTMENT             PIC X(03).
008228     05  FILLER                   PIC X(01) VALUE ",".
008230     05  WR-RUN-ID                 PIC 9(14).
008232     05  FILLER                   PIC X(01) VALUE ",".
008234     05  WR-SEQUENCE-NO            PIC 9(07).
008236
008238* ---------------------------------------------------------------
008240* EXTENDED-PRECISION WORK AREAS.  A WIDE NUMBER IS 32 WORDS OF
008242* FOUR DECIMAL DIGITS, MOST SIGNIFICANT WORD FIRST - 128
008244* DIGITS IN ALL, OF WHICH THE TOP TWO WORDS ARE HEADROOM: A
008246* NON-ZERO HEADROOM WORD MEANS THE VALUE HAS PASSED THE
008248* 120-DIGIT CEILING.  EVERY WORD-BY-WORD PRODUCT FITS A
008250* BINARY DOUBLEWORD, SO NO STEP CAN LOSE A DIGIT SILENTLY.
008252* ---------------------------------------------------------------
008254 01  WIDE-ACCUM.
008256     05  WIDE-ACCUM-WORD           PIC 9(04) OCCURS 32 TIMES.
008258 01  WIDE-ACCUM-DIGITS REDEFINES WIDE-ACCUM.
008260     05  WIDE-ACCUM-HEADROOM       PIC X(08).
008262     05  WIDE-ACCUM-VALUE          PIC X(120).
008264 01  WIDE-RESULT.
008266     05  WIDE-RESULT-WORD          PIC 9(04) OCCURS 32 TIMES.
008268 01  WIDE-RESULT-VIEW REDEFINES WIDE-RESULT.
008270     05  WIDE-RESULT-HEADROOM      PIC X(08).
008272     05  WIDE-RESULT-DIGITS.
008274         10  WIDE-RESULT-HIGH      PIC X(85).
008276         10  WIDE-RESULT-LOW       PIC 9(35).
008278 01  WIDE-CHECK.
008280     05  WIDE-CHECK-WORD           PIC 9(04) OCCURS 32 TIMES.
008282 01  WIDE-CHECK-VIEW REDEFINES WIDE-CHECK.
008284     05  WIDE-CHECK-HEADROOM       PIC X(08).
008286     05  WIDE-CHECK-DIGITS         PIC X(120).
008288 77  WIDE-WORD-NO                  PIC 9(04) COMP.
008290 77  WIDE-MULTIPLIER               PIC 9(06) COMP.
008292 77  WIDE-DIVISOR                  PIC 9(06) COMP.
008294 77  WIDE-PRODUCT                  PIC 9(12) COMP.
008296 77  WIDE-CARRY                    PIC 9(12) COMP.
008298 77  WIDE-INDX                     PIC 9(06) COMP.
008300 77  WIDE-N                        PIC 9(06) COMP.
008302 77  WIDE-R                        PIC 9(06) COMP.
008304 77  WIDE-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
008306     88  WIDE-OVERFLOWED           VALUE "Y".
008308* SET WHEN THE ANSWER NOW IN HAND IS WIDER THAN 35 DIGITS AND
008310* SO LIVES ONLY IN WIDE-RESULT, NOT IN THE 9(35) FIELDS.
008312 77  WIDE-RESULT-SWITCH            PIC X(01) VALUE "N".
008314     88  WIDE-RESULT-PRESENT       VALUE "Y".
008316 77  WIDE-RESULT-FORMATTED         PIC X(120).
008318
008320* ---------------------------------------------------------------
008322* MULTI-WORD PASCAL ROW FOR THE EXTENDED CROSS-CHECK - THE
008324* SAME INDEPENDENT ADDITION-ONLY ENGINE AS PASCAL-ROW-TABLE,
008326* CARRIED IN WIDE WORDS AND GOOD TO ROW 400.
008328* ---------------------------------------------------------------
008330 01  WIDE-PASCAL-TABLE.
008332     05  WIDE-PASCAL-CELL          OCCURS 401 TIMES.
008334         10  WIDE-PASCAL-WORD      PIC 9(04) OCCURS 32 TIMES.
008336 77  WIDE-PASCAL-MAX               PIC 9(05) COMP VALUE 400.
008338 77  WIDE-PASCAL-ROW-NO            PIC 9(05) COMP.
008340 77  WIDE-PASCAL-COL-NO            PIC 9(05) COMP.
008342 77  WIDE-PASCAL-TOP               PIC 9(05) COMP.
008344 77  WIDE-CHECK-SWITCH             PIC X(01) VALUE "N".
008346     88  WIDE-CHECK-SKIPPED        VALUE "Y".
008348
008350* ---------------------------------------------------------------
008352* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
008354* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
008356* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
008358* THE MORNING STATUS REPORT CAN PAIR THEM UP.
008360* ---------------------------------------------------------------
008362 77  EV-FILE-STATUS                PIC X(02).
008364     88  EV-FILE-OK                VALUE "00".
008366     88  EV-FILE-NOT-FOUND         VALUE "35".
008368 01  EVENT-RUN-ID.
008370     05  ERI-DATE                  PIC 9(08).
008372     05  ERI-TIME                  PIC 9(06).
008374 01  EVENT-LOG-LINE.
008376     05  EL-PROGRAM                PIC X(08).
008378     05  FILLER                    PIC X(01) VALUE SPACE.
008380     05  EL-RUN-ID                 PIC 9(14).
008382     05  FILLER                    PIC X(01) VALUE SPACE.
008384     05  EL-EVENT                  PIC X(05).
008386     05  FILLER                    PIC X(01) VALUE SPACE.
008388     05  EL-DATE                   PIC 9(08).
008390     05  FILLER                    PIC X(01) VALUE SPACE.
008392     05  EL-TIME                   PIC 9(08).
008394     05  FILLER                    PIC X(01) VALUE SPACE.
008396     05  EL-RECORDS-IN             PIC 9(09).
008398     05  FILLER                    PIC X(01) VALUE SPACE.
008400     05  EL-RECORDS-OUT            PIC 9(09).
008402     05  FILLER                    PIC X(01) VALUE SPACE.
008404     05  EL-COND-CODE              PIC 9(04).
008406
008408 PROCEDURE DIVISION.
008410* ===============================================================
008412* 0000-MAIN-PROCEDURE - ENTRY POINT
008414* ===============================================================
008416 0000-MAIN-PROCEDURE.
008418     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008420     PERFORM 2000-DETERMINE-RUN-MODE THRU 2000-EXIT.
008422     IF NOT RUN-MODE-INTERACTIVE
008424         PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT
008426     END-IF.
008428     EVALUATE TRUE
008430         WHEN RUN-MODE-BATCH
008432             PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
008434         WHEN RUN-MODE-SUSPENSE
008436             PERFORM 3900-SUSPENSE-PROCESS THRU 3900-EXIT
008440         WHEN RUN-MODE-TABLE
008450             PERFORM 4500-DISTRIBUTION-PROCESS THRU 4500-EXIT
008460         WHEN RUN-MODE-TIERS
008470             PERFORM 4700-TIER-PROCESS THRU 4700-EXIT
008472         WHEN RUN-MODE-SOLVE
008474             PERFORM 4800-SOLVE-PROCESS THRU 4800-EXIT
008476         WHEN RUN-MODE-PAYOUT
008478             PERFORM 4900-PAYOUT-PROCESS THRU 4900-EXIT
008480         WHEN RUN-MODE-PARM
008490             PERFORM 4000-PARM-PROCESS THRU 4000-EXIT
008500         WHEN OTHER
008510             PERFORM 5000-INTERACTIVE-PROCESS THRU 5000-EXIT
008520     END-EVALUATE.
008530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008532     IF NOT RUN-MODE-INTERACTIVE
008534         PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT
008536     END-IF.
008540     STOP RUN.
008550
008560* ---------------------------------------------------------------
008920* THROUGH THE SAME CALCULATION PATH.  A CARD OF "TABLE,NNNNN"
008930* PRINTS THE WHOLE N-CHOOSE-K DISTRIBUTION FOR THAT N.  A
008940* CARD OF "TIERS,NNNNN,NNNNN" PRINTS THE PRIZE-TIER TABLE
008943* FOR THAT CHOICES/CHOSEN PAIR.  A CARD OF
008946* "SOLVE,NNNNN,FLG,TARGET" FINDS THE SMALLEST CHOICES WHOSE
008949* ODDS MEET THE TARGET ONE-IN-N.  A CARD OF "PAYOUT,NNN.NN"
008952* PRINTS THE EXPECTED PAYOUT OF EVERY GAME ON THE GAME CATALOG
008955* AGAINST THAT RETURN-TO-PLAYER LIMIT PERCENT.  ANY
008960* OTHER NON-BLANK CONTROL CARD IS TREATED AS A COMMA-DELIMITED
008970* CHOICE-MATTER,CHOICES,CHOSEN,REPETITION-FLAG CARD FOR A
008980* SINGLE UNATTENDED CALCULATION.  A MISSING OR BLANK CONTROL
009310                     IF PARM-LINE (1:6) = "TIERS,"
009320                         SET RUN-MODE-TIERS TO TRUE
009330                     ELSE
009332                         IF PARM-LINE (1:6) = "SOLVE,"
009334                             SET RUN-MODE-SOLVE TO TRUE
009336                         ELSE
009338                             IF PARM-LINE (1:7) = "PAYOUT,"
009340                                 SET RUN-MODE-PAYOUT TO TRUE
009342                             ELSE
009344                                 SET RUN-MODE-PARM TO TRUE
009346                             END-IF
009348                         END-IF
009350                     END-IF
009360                 END-IF
009370             END-IF
009500         GO TO 3000-EXIT
009510     END-IF.
009520     PERFORM 3200-CHECK-FOR-RESTART THRU 3200-EXIT.
009525     PERFORM 3160-OPEN-RETURN-EXTRACT THRU 3160-EXIT.
009530*    PASS ONE - RUSH DETAILS ONLY.  THE CONTROL TOTALS ARE
009540*    TAKEN ON THIS PASS, AND THE EARLY EXTRACT IS CLOSED AND
009550*    RELEASED THE MOMENT THE PASS ENDS.  A RESTART THAT
009790     PERFORM 3400-PROCESS-WORKLIST-RECORD THRU 3400-EXIT
009800         UNTIL WL-FILE-EOF.
009810     PERFORM 3250-VERIFY-WORKLIST-CONTROLS THRU 3250-EXIT.
009815     PERFORM 3470-CLOSE-RETURN-EXTRACT THRU 3470-EXIT.
009820     PERFORM 3500-CLOSE-BATCH-FILES THRU 3500-EXIT.
009830     PERFORM 3800-WRITE-CONTROL-REPORT THRU 3800-EXIT.
009840     PERFORM 3850-WRITE-RUN-STATS THRU 3850-EXIT.
010200         SET RUSH-EXTRACT-OPEN TO TRUE
010210     ELSE
010220         DISPLAY "UNABLE TO OPEN RUSH EXTRACT - STATUS "
010222             RR-FILE-STATUS
010224     END-IF.
010226 3150-EXIT.
010228     EXIT.
010230
010232* 3160-OPEN-RETURN-EXTRACT - THE RETURN EXTRACT COVERS ONE
010234* NIGHT'S WORKLIST, SO A FRESH RUN REBUILDS IT AND A RESTART
010236* EXTENDS IT, KEEPING THE LINES FOR THE RECORDS THE
010238* CHECKPOINT GATE WILL NOT RERUN - THE SAME RULE AS THE RUSH
010240* EXTRACT.  AN EXTRACT THAT WILL NOT OPEN IS LOGGED; THE RUN
010242* GOES ON AND WLRETURN REPORTS THE RECORDS AS NOT PROCESSED.
010244 3160-OPEN-RETURN-EXTRACT.
010246     IF CKPT-EXISTS
010248         OPEN EXTEND RETURN-EXTRACT-FILE
010250         IF RX-FILE-NOT-FOUND
010252             OPEN OUTPUT RETURN-EXTRACT-FILE
010254             CLOSE RETURN-EXTRACT-FILE
010256             OPEN EXTEND RETURN-EXTRACT-FILE
010258         END-IF
010260     ELSE
010262         OPEN OUTPUT RETURN-EXTRACT-FILE
010264     END-IF.
010266     IF RX-FILE-OK
010268         SET RETURN-EXTRACT-OPEN TO TRUE
010270     ELSE
010272         DISPLAY "UNABLE TO OPEN RETURN EXTRACT - STATUS "
010274             RX-FILE-STATUS
010276     END-IF.
010278 3160-EXIT.
010280     EXIT.
010282
010284* 3200-CHECK-FOR-RESTART - IF A CHECKPOINT FILE SURVIVES FROM
010290* A PRIOR ABEND, RESUME AFTER THE LAST RECORD IT RECORDS.
010300 3200-CHECK-FOR-RESTART.
010310     MOVE "N" TO CKPT-EXISTS-SWITCH.
011940 3460-EXIT.
011950     EXIT.
011960
011961 3470-CLOSE-RETURN-EXTRACT.
011962     IF RETURN-EXTRACT-OPEN
011963         CLOSE RETURN-EXTRACT-FILE
011964         MOVE "N" TO RETURN-EXTRACT-OPEN-SWITCH
011965     END-IF.
011966 3470-EXIT.
011967     EXIT.
011968
011970* 3450-CALCULATE-AND-DISPOSE - SHARED BY THE WORKLIST AND
011980* SUSPENSE DRIVERS.  CALCULATES THE DETAIL RECORD SITTING IN
011990* DETAIL-WORK-RECORD AND ROUTES IT TO THE AUDIT/RESULT FILES
012050     MOVE DW-CHOICES TO CHOICES.
012060     MOVE DW-CHOSEN TO CHOSEN.
012070     MOVE DW-DEPARTMENT TO DEPARTMENT-CODE.
012075     MOVE DW-GROUP-SIZES TO MULTINOMIAL-SIZES.
012080     IF DW-REPETITION-FLAG = SPACES
012090         MOVE "NO " TO REPETITION-FLAG
012100     ELSE
012270             IF RECONCILE-MISMATCH
012280                 ADD 1 TO BATCH-MISMATCH-COUNT
012290             END-IF
012291             IF WIDE-RESULT-PRESENT
012292                 ADD 1 TO BATCH-WIDE-COUNT
012293             END-IF
012294             IF MULTINOMIAL-REQUEST
012295                 ADD 1 TO BATCH-MULTINOMIAL-COUNT
012296             END-IF
012300             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
012310             PERFORM 7100-WRITE-RESULT-RECORD THRU 7100-EXIT
012320             IF RUN-MODE-BATCH AND DW-RUSH
012340             END-IF
012350             PERFORM 8000-DISPLAY-RESULT THRU 8000-EXIT
012360             IF RUN-MODE-BATCH
012365                 PERFORM 7400-WRITE-RETURN-EXTRACT THRU 7400-EXIT
012370                 PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT
012380             END-IF
012390         WHEN CALC-INVALID-ENTRY
012410             IF DW-RUSH
012420                 ADD 1 TO BATCH-RUSH-INVALID-COUNT
012430             END-IF
012433             IF MULTINOMIAL-REQUEST
012436                 ADD 1 TO BATCH-MULTINOMIAL-SKIPPED
012439                 DISPLAY "RECORD " WL-RECORD-NUMBER
012442                     " SKIPPED - GROUP SIZES DO NOT MATCH TOTAL"
012445             ELSE
012448                 DISPLAY "RECORD " WL-RECORD-NUMBER
012451                     " SKIPPED - PICKED EXCEEDS AVAILABLE"
012454             END-IF
012460             PERFORM 7200-WRITE-SUSPENSE-RECORD THRU 7200-EXIT
012470             IF RUN-MODE-BATCH
012475                 PERFORM 7400-WRITE-RETURN-EXTRACT THRU 7400-EXIT
012480                 PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT
012490             END-IF
012500         WHEN CALC-OVERFLOW
012520             IF DW-RUSH
012530                 ADD 1 TO BATCH-RUSH-OVERFLOW-COUNT
012540             END-IF
012542             IF MULTINOMIAL-REQUEST
012544                 ADD 1 TO BATCH-MULTINOMIAL-SKIPPED
012546             END-IF
012550             DISPLAY "RECORD " WL-RECORD-NUMBER
012560                 " SKIPPED - RESULT EXCEEDS 120 DIGITS"
012570             PERFORM 7200-WRITE-SUSPENSE-RECORD THRU 7200-EXIT
012580             IF RUN-MODE-BATCH
012585                 PERFORM 7400-WRITE-RETURN-EXTRACT THRU 7400-EXIT
012590                 PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT
012600             END-IF
012610     END-EVALUATE.
013590         TO CR-COUNT-LABEL.
013600     MOVE BATCH-INVALID-COUNT TO CR-COUNT-VALUE.
013610     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013620     MOVE "RECORDS SKIPPED - RESULT EXCEEDS 120 DIGITS"
013630         TO CR-COUNT-LABEL.
013640     MOVE BATCH-OVERFLOW-COUNT TO CR-COUNT-VALUE.
013650     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013660     MOVE "RECONCILIATION MISMATCHES FLAGGED"
013670         TO CR-COUNT-LABEL.
013672     MOVE BATCH-MISMATCH-COUNT TO CR-COUNT-VALUE.
013674     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013676*    A SUBSET OF THE CALCULATED LINE, NOT A DISPOSITION.
013678     MOVE "CALCULATED WIDER THAN 35 DIGITS" TO CR-COUNT-LABEL.
013680     MOVE BATCH-WIDE-COUNT TO CR-COUNT-VALUE.
013682     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013684*    THE MULTINOMIAL RECORD TYPE - SUBSETS OF THE CALCULATED
013686*    AND SKIPPED LINES ABOVE, NOT DISPOSITIONS OF THEIR OWN.
013688     MOVE "MULTINOMIAL RECORDS CALCULATED" TO CR-COUNT-LABEL.
013690     MOVE BATCH-MULTINOMIAL-COUNT TO CR-COUNT-VALUE.
013692     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013694     MOVE "MULTINOMIAL RECORDS SKIPPED TO SUSPENSE"
013696         TO CR-COUNT-LABEL.
013698     MOVE BATCH-MULTINOMIAL-SKIPPED TO CR-COUNT-VALUE.
013700     PERFORM 3810-WRITE-COUNT-LINE THRU 3810-EXIT.
013702*    THE RUSH/ROUTINE BREAKOUT OF THE DISPOSITIONS ABOVE -
013710*    THE TWO LANES OF THE BATCH RUN'S TWO PASSES.
013720     IF RUN-MODE-BATCH
013730         MOVE "CALCULATED SUCCESSFULLY - RUSH"
015290
015300 3930-PROCESS-SUSPENSE-RECORD.
015310     MOVE SI-DETAIL TO DETAIL-WORK-RECORD.
015315     MOVE SI-GROUP-SIZES TO DW-GROUP-SIZES.
015320     PERFORM 3450-CALCULATE-AND-DISPOSE THRU 3450-EXIT.
015330     PERFORM 3920-READ-SUSPENSE-RECORD THRU 3920-EXIT.
015340 3930-EXIT.
015630         EVALUATE TRUE
015640             WHEN CALC-OVERFLOW
015650                 DISPLAY "PARM-DRIVEN RUN ENDED - RESULT "
015660                     "EXCEEDS 120 DIGITS"
015670             WHEN OTHER
015680                 DISPLAY "PARM-DRIVEN RUN REJECTED - INVALID "
015690                     "PARM VALUES"
017440         SET TIER-ABORT TO TRUE
017450         GO TO 4700-EXIT
017460     END-IF.
017470     PERFORM 4705-BUILD-TIER-ROWS THRU 4705-EXIT.
017530     IF PASCAL-LIMIT-EXCEEDED
017540         DISPLAY "TIER TABLE EXCEEDS TABLE LIMIT"
017550         SET TIER-ABORT TO TRUE
017560         CLOSE DIST-REPORT-FILE
017570         GO TO 4700-EXIT
017580     END-IF.
017690     MOVE 0 TO TIER-COUNT-TOTAL.
017700     MOVE 0 TO TIER-PCT-TOTAL.
017710     PERFORM 4720-PRINT-TIER-LINE THRU 4720-EXIT
017870             "SUM TO C(N,K)"
017880     END-IF.
017890     WRITE DIST-REPORT-RECORD FROM TIER-CHECK-LINE
017892         AFTER ADVANCING 1 LINE.
017894     CLOSE DIST-REPORT-FILE.
017896 4700-EXIT.
017898     EXIT.
017900
017902* 4705-BUILD-TIER-ROWS - THE FULL-MATCH DENOMINATOR C(N,K) FOR
017904* CHOICES/CHOSEN, THEN THE TWO ROWS THE TIER NUMERATORS DRAW
017906* FROM, EACH SAVED BEFORE THE ENGINE REBUILDS ITS ONE-ROW WORK
017908* TABLE.  SHARED BY THE TIERS AND PAYOUT RUNS; PASCAL-LIMIT-
017910* EXCEEDED IS LEFT SET WHEN THE PAIR IS PAST THE TABLE LIMIT.
017912 4705-BUILD-TIER-ROWS.
017914     MOVE CHOICES TO PASCAL-N.
017916     MOVE CHOSEN TO PASCAL-R.
017918     PERFORM 6700-BUILD-PASCAL-TRIANGLE THRU 6700-EXIT.
017920     IF PASCAL-LIMIT-EXCEEDED
017922         GO TO 4705-EXIT
017924     END-IF.
017926     MOVE PASCAL-RESULT TO TIER-DENOMINATOR.
017928     MOVE CHOSEN TO PASCAL-N.
017930     MOVE 0 TO PASCAL-R.
017932     PERFORM 6700-BUILD-PASCAL-TRIANGLE THRU 6700-EXIT.
017934     MOVE PASCAL-ROW-TABLE TO TIER-CHOSEN-ROW.
017936     COMPUTE TIER-REMAINDER = CHOICES - CHOSEN.
017938     MOVE TIER-REMAINDER TO PASCAL-N.
017940     MOVE 0 TO PASCAL-R.
017942     PERFORM 6700-BUILD-PASCAL-TRIANGLE THRU 6700-EXIT.
017944     MOVE PASCAL-ROW-TABLE TO TIER-REMAIN-ROW.
017946 4705-EXIT.
017948     EXIT.
017950
017952* 4710-PARSE-TIER-CARD - THE CARD READS TIERS,NNNNN,NNNNN
017960* (CHOICES THEN CHOSEN, EACH ZERO-PADDED TO FIVE DIGITS).
017970* CHOICES ABOVE 100 EXCEEDS THE PASCAL WORK TABLE AND CHOSEN
017980* ABOVE CHOICES HAS NO TIERS; BOTH ARE REFUSED.
018160     END-IF.
018170     IF CHOSEN > CHOICES
018180         DISPLAY "TIERS CARD K EXCEEDS N: " PARM-LINE
018182         SET TIER-ABORT TO TRUE
018184     END-IF.
018186 4710-EXIT.
018188     EXIT.
018190
018192* 4720-PRINT-TIER-LINE - ONE TIER PER LINE.  A TIER WHERE
018194* K-M EXCEEDS N-K IS IMPOSSIBLE AND ITS PASCAL CELL IS ZERO,
018196* SO IT PRINTS AS ZERO WAYS WITHOUT A SPECIAL CASE.  THE
018198* NUMERATOR MULTIPLY CARRIES THE SAME 35-DIGIT SIZE-ERROR
018200* GUARD AS THE CALCULATION ENGINES.
018202 4720-PRINT-TIER-LINE.
018204     IF DIST-LINE-COUNT > DIST-LINES-PER-PAGE
018206         PERFORM 4730-PRINT-TIER-HEADINGS THRU 4730-EXIT
018208     END-IF.
018210     COMPUTE TIER-NUMERATOR =
018212         TIER-CHOSEN-CELL (TIER-M + 1)
018214         * TIER-REMAIN-CELL (CHOSEN - TIER-M + 1)
018216         ON SIZE ERROR
018218             SET TIER-CHECK-FAILED TO TRUE
018220             MOVE 0 TO TIER-NUMERATOR
018222             DISPLAY "OVERFLOW - TIER WAYS EXCEED 35 DIGITS"
018224     END-COMPUTE.
018226     ADD TIER-NUMERATOR TO TIER-COUNT-TOTAL.
018228     COMPUTE TIER-PCT ROUNDED =
018230         TIER-NUMERATOR * 100 / TIER-DENOMINATOR.
018232     ADD TIER-PCT TO TIER-PCT-TOTAL.
018234     MOVE TIER-M TO TD-M.
018236     MOVE TIER-NUMERATOR TO TD-WAYS.
018238     MOVE TIER-PCT TO TD-PCT.
018240     WRITE DIST-REPORT-RECORD FROM TIER-DETAIL-LINE
018242         AFTER ADVANCING 1 LINE.
018244     IF NOT DR-FILE-OK
018246         DISPLAY "UNABLE TO WRITE TIER LINE - STATUS "
018248             DR-FILE-STATUS
018250     END-IF.
018252     ADD 1 TO DIST-LINE-COUNT.
018254 4720-EXIT.
018256     EXIT.
018258
018260 4730-PRINT-TIER-HEADINGS.
018262     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
018264     ACCEPT CURR-TIME FROM TIME.
018266     MOVE CURR-DATE TO CR-HDG-DATE.
018268     MOVE CURR-TIME TO CR-HDG-TIME.
018270     MOVE CHOICES TO TH-N.
018272     MOVE CHOSEN TO TH-K.
018274     ADD 1 TO DIST-PAGE-NUMBER.
018276     MOVE DIST-PAGE-NUMBER TO TH-PAGE.
018278     WRITE DIST-REPORT-RECORD FROM TIER-HEADING-1
018280         AFTER ADVANCING PAGE.
018282     WRITE DIST-REPORT-RECORD FROM CR-HEADING-2
018284         AFTER ADVANCING 1 LINE.
018286     MOVE SPACES TO DIST-REPORT-RECORD.
018288     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018290     WRITE DIST-REPORT-RECORD FROM TIER-COLUMN-LINE
018292         AFTER ADVANCING 1 LINE.
018294     MOVE SPACES TO DIST-REPORT-RECORD.
018296     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018298     MOVE 5 TO DIST-LINE-COUNT.
018300 4730-EXIT.
018302     EXIT.
018304
018306* ===============================================================
018308* 4800 SERIES - SOLVE RUN.  THE REVERSE OF THE USUAL QUESTION:
018310* GIVEN CHOSEN, THE REPETITION FLAG, AND A TARGET ONE-IN-N,
018312* FIND THE SMALLEST CHOICES WHOSE COMBINATION ODDS ARE AT
018314* LEAST THAT LONG, INSTEAD OF THE DESIGNERS GUESSING CHOICES
018316* A WORKLIST AT A TIME.  ONE DISTRPT PAGE SHOWS THE ANSWER
018318* WITH THE POOL SIZES JUST BELOW AND ABOVE IT, AND THE ANSWER
018320* GOES TO THE AUDIT, RESULTS, AND RUNSTATS FILES LIKE ANY
018322* OTHER CALCULATION SO THE DESIGN DECISION CAN BE TRACED AND
018324* THE DAY STILL BALANCES.
018326* ===============================================================
018328 4800-SOLVE-PROCESS.
018330     PERFORM 4810-PARSE-SOLVE-CARD THRU 4810-EXIT.
018332     IF SOLVE-ABORT
018334         GO TO 4800-EXIT
018336     END-IF.
018338*    WITHOUT REPETITION THE POOL MUST HOLD EVERY PICK; WITH IT
018340*    A POOL OF ONE WILL DO.
018342     IF REPETITION-ALLOWED
018344         MOVE 1 TO SOLVE-START
018346     ELSE
018348         MOVE CHOSEN TO SOLVE-START
018350     END-IF.
018352     MOVE "N" TO SOLVE-FOUND-SWITCH.
018354     PERFORM 4820-TRY-POOL-SIZE THRU 4820-EXIT
018356         VARYING SOLVE-N FROM SOLVE-START BY 1
018358         UNTIL SOLVE-FOUND OR SOLVE-N > SOLVE-CHOICES-MAX.
018360*    ONLY A TARGET NO FIVE-DIGIT POOL CAN MEET IS REFUSED.
018362     IF NOT SOLVE-FOUND
018364         DISPLAY "SOLVE TARGET NOT REACHABLE WITHIN CHOICES "
018366             "LIMIT: " PARM-LINE
018368         SET SOLVE-ABORT TO TRUE
018370         GO TO 4800-EXIT
018372     END-IF.
018374     OPEN OUTPUT DIST-REPORT-FILE.
018376     IF NOT DR-FILE-OK
018378         DISPLAY "UNABLE TO OPEN DISTRIBUTION REPORT - STATUS "
018380             DR-FILE-STATUS
018382         SET SOLVE-ABORT TO TRUE
018384         GO TO 4800-EXIT
018386     END-IF.
018388     PERFORM 4850-RECORD-SOLVED-ANSWER THRU 4850-EXIT.
018390     PERFORM 4860-PRINT-SOLVE-HEADINGS THRU 4860-EXIT.
018392     IF SOLVE-ANSWER > SOLVE-START
018394         COMPUTE SOLVE-N = SOLVE-ANSWER - 1
018396         PERFORM 4840-PRINT-SOLVE-LINE THRU 4840-EXIT
018398     END-IF.
018400     MOVE SOLVE-ANSWER TO SOLVE-N.
018402     PERFORM 4840-PRINT-SOLVE-LINE THRU 4840-EXIT.
018404     IF SOLVE-ANSWER < SOLVE-CHOICES-MAX
018406         COMPUTE SOLVE-N = SOLVE-ANSWER + 1
018408         PERFORM 4840-PRINT-SOLVE-LINE THRU 4840-EXIT
018410     END-IF.
018412     MOVE SPACES TO DIST-REPORT-RECORD.
018414     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018416     MOVE SOLVE-ANSWER TO SA-N.
018418     MOVE AUDIT-RUN-ID TO SA-RUN-ID.
018420     MOVE AUDIT-SEQUENCE-NO TO SA-SEQUENCE-NO.
018422     WRITE DIST-REPORT-RECORD FROM SOLVE-ANSWER-LINE
018424         AFTER ADVANCING 1 LINE.
018426     CLOSE DIST-REPORT-FILE.
018428     MOVE SOLVE-ANSWER TO SOLVE-N.
018430     PERFORM 4830-COMPUTE-POOL-ODDS THRU 4830-EXIT.
018432     DISPLAY "SMALLEST CHOICES MEETING TARGET: " SA-N.
018434 4800-EXIT.
018436     EXIT.
018438
018440* 4810-PARSE-SOLVE-CARD - THE CARD READS SOLVE,NNNNN,FLG,TARGET
018442* WITH CHOSEN ZERO-PADDED TO FIVE DIGITS, THE REPETITION FLAG
018444* YES OR NO (BLANK MEANS NO), AND THE TARGET ONE-IN-N AS ONE
018446* TO EIGHTEEN DIGITS, E.G. SOLVE,00006,NO ,10000000.  CHOSEN
018448* MUST BE AT LEAST ONE - NO POOL CHANGES THE ODDS OF PICKING
018450* NOTHING.
018452 4810-PARSE-SOLVE-CARD.
018454     MOVE 0 TO SOLVE-TARGET-LENGTH.
018456     MOVE SPACES TO PARM-FIELD-TABLE.
018458     UNSTRING PARM-LINE DELIMITED BY ","
018460         INTO PARM-FIELD (1) PARM-FIELD (2)
018462             PARM-FIELD (3) PARM-FIELD (4)
018464     END-UNSTRING.
018466     INSPECT PARM-FIELD (4) TALLYING SOLVE-TARGET-LENGTH
018468         FOR CHARACTERS BEFORE INITIAL SPACE.
018470     MOVE "NO " TO CHOICE-MATTER.
018472     MOVE PARM-FIELD (3) TO REPETITION-FLAG.
018474     IF REPETITION-FLAG = SPACES
018476         MOVE "NO " TO REPETITION-FLAG
018478     END-IF.
018480     IF PARM-FIELD (2) (1:5) NOT NUMERIC
018482             OR (REPETITION-FLAG NOT = "YES" AND NOT = "yes"
018484                 AND NOT = "NO " AND NOT = "no ")
018486             OR SOLVE-TARGET-LENGTH < 1
018488             OR SOLVE-TARGET-LENGTH > 18
018490         DISPLAY "INVALID SOLVE CARD: " PARM-LINE
018492         SET SOLVE-ABORT TO TRUE
018494         GO TO 4810-EXIT
018496     END-IF.
018498     IF PARM-FIELD (4) (1:SOLVE-TARGET-LENGTH) NOT NUMERIC
018500         DISPLAY "INVALID SOLVE CARD: " PARM-LINE
018502         SET SOLVE-ABORT TO TRUE
018504         GO TO 4810-EXIT
018506     END-IF.
018508     MOVE PARM-FIELD (2) (1:5) TO CHOSEN.
018510     MOVE PARM-FIELD (4) (1:SOLVE-TARGET-LENGTH) TO SOLVE-TARGET.
018512     IF CHOSEN = 0
018514         DISPLAY "SOLVE CARD K MUST BE AT LEAST 1: " PARM-LINE
018516         SET SOLVE-ABORT TO TRUE
018518     END-IF.
018520 4810-EXIT.
018522     EXIT.
018524
018526 4820-TRY-POOL-SIZE.
018528     PERFORM 4830-COMPUTE-POOL-ODDS THRU 4830-EXIT.
018530*    A DENOMINATOR PAST 35 DIGITS IS WELL PAST ANY TARGET.
018532     IF SOLVE-DENOMINATOR NOT < SOLVE-TARGET OR SOLVE-OVERFLOW
018534         MOVE SOLVE-N TO SOLVE-ANSWER
018536         SET SOLVE-FOUND TO TRUE
018538     END-IF.
018540 4820-EXIT.
018542     EXIT.
018544
018546* 4830-COMPUTE-POOL-ODDS - THE ODDS DENOMINATOR FOR A POOL OF
018548* SOLVE-N: C(N,K), OR C(N+K-1,K) WHEN REPETITION IS ALLOWED,
018550* THE SAME TWO FORMULAS 6050-DERIVE-ODDS DRAWS ON.  C(M,K) IS
018552* BUILT AS C(M,K) = C(M,K-1) * (M-K+1) / K OVER THE SMALLER
018554* OF K AND M-K, SO EACH DIVIDE IS EXACT AND A LARGE K WITH A
018556* POOL JUST ABOVE IT TAKES ONLY A FEW STEPS.
018558 4830-COMPUTE-POOL-ODDS.
018560     MOVE "N" TO SOLVE-OVERFLOW-SWITCH.
018562     IF REPETITION-ALLOWED
018564         COMPUTE SOLVE-ROW-N = SOLVE-N + CHOSEN - 1
018566     ELSE
018568         MOVE SOLVE-N TO SOLVE-ROW-N
018570     END-IF.
018572     MOVE CHOSEN TO SOLVE-STEP-LIMIT.
018574     IF SOLVE-ROW-N - CHOSEN < SOLVE-STEP-LIMIT
018576         COMPUTE SOLVE-STEP-LIMIT = SOLVE-ROW-N - CHOSEN
018578     END-IF.
018580     MOVE 1 TO SOLVE-DENOMINATOR.
018582     PERFORM 4835-MULTIPLY-POOL-ODDS THRU 4835-EXIT
018584         VARYING SOLVE-STEP FROM 1 BY 1
018586         UNTIL SOLVE-STEP > SOLVE-STEP-LIMIT OR SOLVE-OVERFLOW.
018588     IF SOLVE-OVERFLOW
018590         MOVE 0 TO SOLVE-DENOMINATOR
018592         MOVE 0 TO SOLVE-PCT
018594         GO TO 4830-EXIT
018596     END-IF.
018598     COMPUTE SOLVE-PCT ROUNDED = 100 / SOLVE-DENOMINATOR.
018600 4830-EXIT.
018602     EXIT.
018604
018606 4835-MULTIPLY-POOL-ODDS.
018608     COMPUTE SOLVE-FACTOR =
018610         SOLVE-ROW-N - SOLVE-STEP-LIMIT + SOLVE-STEP.
018612     MULTIPLY SOLVE-FACTOR BY SOLVE-DENOMINATOR
018614         ON SIZE ERROR
018616             SET SOLVE-OVERFLOW TO TRUE
018618     END-MULTIPLY.
018620     IF NOT SOLVE-OVERFLOW
018622         DIVIDE SOLVE-STEP INTO SOLVE-DENOMINATOR
018624     END-IF.
018626 4835-EXIT.
018628     EXIT.
018630
018632* 4840-PRINT-SOLVE-LINE - ONE POOL SIZE PER LINE.  THE POOL
018634* ABOVE THE ANSWER IS LEFT OFF WHEN IT FALLS PAST THE CHOICES
018636* LIMIT.
018638 4840-PRINT-SOLVE-LINE.
018640     PERFORM 4830-COMPUTE-POOL-ODDS THRU 4830-EXIT.
018642     IF SOLVE-OVERFLOW
018644         GO TO 4840-EXIT
018646     END-IF.
018648     MOVE SOLVE-N TO SD-N.
018650     MOVE SOLVE-DENOMINATOR TO SD-DENOMINATOR.
018652     MOVE SOLVE-PCT TO SD-PCT.
018654     IF SOLVE-DENOMINATOR NOT < SOLVE-TARGET
018656         MOVE "YES" TO SD-MEETS
018658     ELSE
018660         MOVE "NO " TO SD-MEETS
018662     END-IF.
018664     IF SOLVE-N = SOLVE-ANSWER
018666         MOVE "<ANSWER>" TO SD-NOTE
018668     ELSE
018670         MOVE SPACES TO SD-NOTE
018672     END-IF.
018674     WRITE DIST-REPORT-RECORD FROM SOLVE-DETAIL-LINE
018676         AFTER ADVANCING 1 LINE.
018678     IF NOT DR-FILE-OK
018680         DISPLAY "UNABLE TO WRITE SOLVE LINE - STATUS "
018682             DR-FILE-STATUS
018684     END-IF.
018686 4840-EXIT.
018688     EXIT.
018690
018692* 4850-RECORD-SOLVED-ANSWER - THE ANSWER IS A COMBINATION LIKE
018694* ANY OTHER, SO IT IS SET UP IN THE CALCULATION FIELDS AND
018696* WRITTEN THROUGH THE ORDINARY AUDIT AND RESULTS WRITERS, WITH
018698* ONE SUCCESSFUL CALCULATION ON RUNSTATS FOR THE BALANCING JOB.
018700 4850-RECORD-SOLVED-ANSWER.
018702     MOVE SOLVE-ANSWER TO SOLVE-N.
018704     PERFORM 4830-COMPUTE-POOL-ODDS THRU 4830-EXIT.
018706     MOVE SOLVE-ANSWER TO CHOICES.
018708     MOVE "N" TO RECONCILE-SWITCH.
018710     MOVE "N" TO WIDE-RESULT-SWITCH.
018712     MOVE SPACES TO DEPARTMENT-CODE.
018714     IF REPETITION-ALLOWED
018716         MOVE SOLVE-DENOMINATOR TO REPETITION-COMBINATION
018718     ELSE
018720         MOVE SOLVE-DENOMINATOR TO COMBINATION
018722     END-IF.
018724     MOVE SOLVE-DENOMINATOR TO COMBINATION-FORMATTED.
018726     MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED.
018728     PERFORM 6050-DERIVE-ODDS THRU 6050-EXIT.
018730     PERFORM 6100-OPEN-AUDIT-FILE THRU 6100-EXIT.
018732     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
018734     PERFORM 6150-CLOSE-AUDIT-FILE THRU 6150-EXIT.
018736     PERFORM 6200-OPEN-RESULT-FILE THRU 6200-EXIT.
018738     PERFORM 7100-WRITE-RESULT-RECORD THRU 7100-EXIT.
018740     PERFORM 6250-CLOSE-RESULT-FILE THRU 6250-EXIT.
018742     ADD 1 TO BATCH-CALC-OK-COUNT.
018744     PERFORM 3850-WRITE-RUN-STATS THRU 3850-EXIT.
018746 4850-EXIT.
018748     EXIT.
018750
018752 4860-PRINT-SOLVE-HEADINGS.
018754     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
018756     ACCEPT CURR-TIME FROM TIME.
018758     MOVE CURR-DATE TO CR-HDG-DATE.
018760     MOVE CURR-TIME TO CR-HDG-TIME.
018762     MOVE CHOSEN TO SH-K.
018764     ADD 1 TO DIST-PAGE-NUMBER.
018766     MOVE DIST-PAGE-NUMBER TO SH-PAGE.
018768     WRITE DIST-REPORT-RECORD FROM SOLVE-HEADING-1
018770         AFTER ADVANCING PAGE.
018772     WRITE DIST-REPORT-RECORD FROM CR-HEADING-2
018774         AFTER ADVANCING 1 LINE.
018776     MOVE SPACES TO DIST-REPORT-RECORD.
018778     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018780     MOVE SOLVE-TARGET TO ST-TARGET.
018782     MOVE REPETITION-FLAG TO ST-REPETITION.
018784     WRITE DIST-REPORT-RECORD FROM SOLVE-TARGET-LINE
018786         AFTER ADVANCING 1 LINE.
018788     MOVE SPACES TO DIST-REPORT-RECORD.
018790     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018792     WRITE DIST-REPORT-RECORD FROM SOLVE-COLUMN-LINE
018794         AFTER ADVANCING 1 LINE.
018796     MOVE SPACES TO DIST-REPORT-RECORD.
018798     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
018800 4860-EXIT.
018802     EXIT.
018804
018806* ===============================================================
018808* 4900 SERIES - PAYOUT RUN.  THE TIERS RUN GIVES THE CHANCE OF
018810* EACH PRIZE TIER; THE BUSINESS QUESTION IS WHAT A GAME PAYS
018812* BACK PER TICKET.  FOR EVERY GAME ON THE GAME CATALOG THE
018814* WAYS OF MATCHING EXACTLY M ARE TAKEN FROM THE SAME PASCAL
018816* ROWS AS THE TIERS RUN AND WEIGHTED BY THE GAME'S PRIZE FOR
018818* TIER M.  THE WEIGHTED SUM OVER C(N,K) IS THE EXPECTED PAYOUT
018820* PER TICKET, ITS SHARE OF THE TICKET PRICE THE RETURN-TO-
018822* PLAYER PERCENT, AND 100 LESS THAT THE HOUSE EDGE.  A GAME
018824* RETURNING MORE THAN THE LIMIT ON THE CARD IS FLAGGED.  THE
018826* WAY-COUNTS ARE SELF-CHECKED AGAINST C(N,K) AS IN THE TIERS
018828* RUN.
018830* ===============================================================
018832 4900-PAYOUT-PROCESS.
018834     PERFORM 4910-PARSE-PAYOUT-CARD THRU 4910-EXIT.
018836     IF PAYOUT-ABORT
018838         GO TO 4900-EXIT
018840     END-IF.
018842     OPEN INPUT GAME-CATALOG-FILE.
018844     IF NOT GC-FILE-OK
018846         DISPLAY "UNABLE TO OPEN GAME CATALOG - STATUS "
018848             GC-FILE-STATUS
018850         SET PAYOUT-ABORT TO TRUE
018852         GO TO 4900-EXIT
018854     END-IF.
018856     OPEN OUTPUT DIST-REPORT-FILE.
018858     IF NOT DR-FILE-OK
018860         DISPLAY "UNABLE TO OPEN DISTRIBUTION REPORT - STATUS "
018862             DR-FILE-STATUS
018864         SET PAYOUT-ABORT TO TRUE
018866         CLOSE GAME-CATALOG-FILE
018868         GO TO 4900-EXIT
018870     END-IF.
018872     PERFORM 4960-PRINT-PAYOUT-HEADINGS THRU 4960-EXIT.
018874     PERFORM 4915-READ-GAME-CATALOG THRU 4915-EXIT.
018876     PERFORM 4920-EVALUATE-GAME THRU 4920-EXIT
018878         UNTIL GC-FILE-EOF.
018880     PERFORM 4950-PRINT-PAYOUT-TOTALS THRU 4950-EXIT.
018882     CLOSE GAME-CATALOG-FILE.
018884     CLOSE DIST-REPORT-FILE.
018886     DISPLAY "GAMES EVALUATED: " PAYOUT-GAMES-EVALUATED
018888         "  OVER RTP LIMIT: " PAYOUT-GAMES-OVER-LIMIT
018890         "  NOT EVALUATED: " PAYOUT-GAMES-NOT-EVALUATED.
018892 4900-EXIT.
018894     EXIT.
018896
018898* 4910-PARSE-PAYOUT-CARD - THE CARD READS PAYOUT,NNN.NN, THE
018900* RETURN-TO-PLAYER LIMIT PERCENT ZERO-PADDED WITH TWO DECIMAL
018902* PLACES, E.G. PAYOUT,060.00.  A ZERO LIMIT IS REFUSED.
018904 4910-PARSE-PAYOUT-CARD.
018906     MOVE SPACES TO PARM-FIELD-TABLE.
018908     UNSTRING PARM-LINE DELIMITED BY ","
018910         INTO PARM-FIELD (1) PARM-FIELD (2)
018912     END-UNSTRING.
018914     IF PARM-FIELD (2) (1:3) NOT NUMERIC
018916             OR PARM-FIELD (2) (4:1) NOT = "."
018918             OR PARM-FIELD (2) (5:2) NOT NUMERIC
018920             OR PARM-FIELD (2) (7:14) NOT = SPACES
018922         DISPLAY "INVALID PAYOUT CARD: " PARM-LINE
018924         SET PAYOUT-ABORT TO TRUE
018926         GO TO 4910-EXIT
018928     END-IF.
018930     MOVE PARM-FIELD (2) (1:3) TO PAYOUT-LIMIT-WHOLE.
018932     MOVE PARM-FIELD (2) (5:2) TO PAYOUT-LIMIT-CENTS.
018934     IF PAYOUT-LIMIT-PCT = 0
018936         DISPLAY "PAYOUT CARD LIMIT MUST BE ABOVE ZERO: "
018938             PARM-LINE
018940         SET PAYOUT-ABORT TO TRUE
018942     END-IF.
018944 4910-EXIT.
018946     EXIT.
018948
018950 4915-READ-GAME-CATALOG.
018952     READ GAME-CATALOG-FILE NEXT RECORD
018954         AT END
018956             SET GC-FILE-EOF TO TRUE
018958         NOT AT END
018960             ADD 1 TO PAYOUT-GAMES-READ
018962     END-READ.
018964     IF NOT GC-FILE-OK AND NOT GC-FILE-EOF
018966         DISPLAY "UNABLE TO READ GAME CATALOG - STATUS "
018968             GC-FILE-STATUS
018970         SET PAYOUT-ABORT TO TRUE
018972         SET GC-FILE-EOF TO TRUE
018974     END-IF.
018976 4915-EXIT.
018978     EXIT.
018980
018982* 4920-EVALUATE-GAME - ONE CATALOG ENTRY PER PASS.  A GAME
018984* OUTSIDE WHAT THE TIER ENGINE CAN TAKE, OR WITH NO TICKET
018986* PRICE TO MEASURE THE RETURN AGAINST, IS LISTED WITH ITS
018988* REASON AND COUNTED AS NOT EVALUATED.
018990 4920-EVALUATE-GAME.
018992     MOVE SPACES TO PAYOUT-REJECT-REASON.
018994     MOVE GC-GAME-CODE TO PD-GAME-CODE.
018996     MOVE GC-GAME-NAME TO PD-GAME-NAME.
018998     MOVE GC-CHOICES TO PD-CHOICES.
019000     MOVE GC-CHOSEN TO PD-CHOSEN.
019002     MOVE GC-TICKET-PRICE TO PD-TICKET-PRICE.
019004     IF GC-CHOSEN = 0 OR GC-CHOSEN > 20
019006         MOVE "CHOSEN NOT 1 TO 20" TO PAYOUT-REJECT-REASON
019008         GO TO 4920-NOT-EVALUATED
019010     END-IF.
019012     IF GC-CHOICES > 100 OR GC-CHOSEN > GC-CHOICES
019014         MOVE "CHOICES NOT K TO 100" TO PAYOUT-REJECT-REASON
019016         GO TO 4920-NOT-EVALUATED
019018     END-IF.
019020     IF GC-TICKET-PRICE = 0
019022         MOVE "NO TICKET PRICE" TO PAYOUT-REJECT-REASON
019024         GO TO 4920-NOT-EVALUATED
019026     END-IF.
019028     MOVE GC-CHOICES TO CHOICES.
019030     MOVE GC-CHOSEN TO CHOSEN.
019032     PERFORM 4705-BUILD-TIER-ROWS THRU 4705-EXIT.
019034     MOVE 0 TO TIER-COUNT-TOTAL.
019036     MOVE 0 TO PAYOUT-NUMERATOR.
019038     MOVE "N" TO PAYOUT-OVERFLOW-SWITCH.
019040     PERFORM 4930-ADD-TIER-PAYOUT THRU 4930-EXIT
019042         VARYING TIER-M FROM 0 BY 1
019044         UNTIL TIER-M > CHOSEN.
019046     IF PAYOUT-OVERFLOW
019048         MOVE "PAYOUT OVERFLOW" TO PAYOUT-REJECT-REASON
019050         GO TO 4920-NOT-EVALUATED
019052     END-IF.
019054     IF TIER-COUNT-TOTAL NOT = TIER-DENOMINATOR
019056         SET TIER-CHECK-FAILED TO TRUE
019058         DISPLAY "TIER SELF-CHECK FAILED - WAY-COUNTS DO NOT "
019060             "SUM TO C(N,K) FOR GAME " GC-GAME-CODE
019062         MOVE "TIER CHECK FAILED" TO PAYOUT-REJECT-REASON
019064         GO TO 4920-NOT-EVALUATED
019066     END-IF.
019068     COMPUTE PAYOUT-EXPECTED ROUNDED =
019070         PAYOUT-NUMERATOR / TIER-DENOMINATOR
019072         ON SIZE ERROR
019074             MOVE "PAYOUT OVERFLOW" TO PAYOUT-REJECT-REASON
019076     END-COMPUTE.
019078     IF PAYOUT-REJECT-REASON NOT = SPACES
019080         GO TO 4920-NOT-EVALUATED
019082     END-IF.
019084     COMPUTE PAYOUT-RTP-PCT ROUNDED =
019086         PAYOUT-EXPECTED * 100 / GC-TICKET-PRICE
019088         ON SIZE ERROR
019090             MOVE "RTP OVER 99999 PCT" TO PAYOUT-REJECT-REASON
019092     END-COMPUTE.
019094     IF PAYOUT-REJECT-REASON NOT = SPACES
019096         GO TO 4920-NOT-EVALUATED
019098     END-IF.
019100     COMPUTE PAYOUT-HOUSE-EDGE-PCT = 100 - PAYOUT-RTP-PCT.
019102     ADD 1 TO PAYOUT-GAMES-EVALUATED.
019104     MOVE PAYOUT-EXPECTED TO PD-EXPECTED.
019106     MOVE PAYOUT-RTP-PCT TO PD-RTP-PCT.
019108     MOVE PAYOUT-HOUSE-EDGE-PCT TO PD-HOUSE-EDGE-PCT.
019110     IF PAYOUT-RTP-PCT > PAYOUT-LIMIT-PCT
019112         MOVE "RTP OVER LIMIT" TO PD-NOTE
019114         ADD 1 TO PAYOUT-GAMES-OVER-LIMIT
019116         DISPLAY "GAME " GC-GAME-CODE " RETURN-TO-PLAYER "
019118             PD-RTP-PCT " PCT IS OVER THE LIMIT"
019120     ELSE
019122         MOVE SPACES TO PD-NOTE
019124     END-IF.
019126     PERFORM 4940-PRINT-PAYOUT-LINE THRU 4940-EXIT.
019128     GO TO 4920-NEXT-GAME.
019130 4920-NOT-EVALUATED.
019132     ADD 1 TO PAYOUT-GAMES-NOT-EVALUATED.
019134     MOVE SPACES TO PD-FIGURES.
019136     MOVE PAYOUT-REJECT-REASON TO PD-NOTE.
019138     PERFORM 4940-PRINT-PAYOUT-LINE THRU 4940-EXIT.
019140     DISPLAY "GAME " GC-GAME-CODE " NOT EVALUATED - "
019142         PAYOUT-REJECT-REASON.
019144 4920-NEXT-GAME.
019146     PERFORM 4915-READ-GAME-CATALOG THRU 4915-EXIT.
019148 4920-EXIT.
019150     EXIT.
019152
019154* 4930-ADD-TIER-PAYOUT - THE WAYS OF MATCHING EXACTLY M, BY
019156* THE SAME FORMULA AS 4720-PRINT-TIER-LINE, ADDED TO THE
019158* SELF-CHECK TOTAL AND, TIMES THE TIER'S PRIZE, TO THE PAYOUT
019160* NUMERATOR.
019162 4930-ADD-TIER-PAYOUT.
019164     COMPUTE TIER-NUMERATOR =
019166         TIER-CHOSEN-CELL (TIER-M + 1)
019168         * TIER-REMAIN-CELL (CHOSEN - TIER-M + 1)
019170         ON SIZE ERROR
019172             SET PAYOUT-OVERFLOW TO TRUE
019174             MOVE 0 TO TIER-NUMERATOR
019176     END-COMPUTE.
019178     ADD TIER-NUMERATOR TO TIER-COUNT-TOTAL.
019180     COMPUTE PAYOUT-NUMERATOR = PAYOUT-NUMERATOR
019182         + TIER-NUMERATOR * GC-PRIZE-AMOUNT (TIER-M + 1)
019184         ON SIZE ERROR
019186             SET PAYOUT-OVERFLOW TO TRUE
019188     END-COMPUTE.
019190 4930-EXIT.
019192     EXIT.
019194
019196 4940-PRINT-PAYOUT-LINE.
019198     IF DIST-LINE-COUNT > DIST-LINES-PER-PAGE
019200         PERFORM 4960-PRINT-PAYOUT-HEADINGS THRU 4960-EXIT
019202     END-IF.
019204     WRITE DIST-REPORT-RECORD FROM PAYOUT-DETAIL-LINE
019206         AFTER ADVANCING 1 LINE.
019208     IF NOT DR-FILE-OK
019210         DISPLAY "UNABLE TO WRITE PAYOUT LINE - STATUS "
019212             DR-FILE-STATUS
019214     END-IF.
019216     ADD 1 TO DIST-LINE-COUNT.
019218 4940-EXIT.
019220     EXIT.
019222
019224 4950-PRINT-PAYOUT-TOTALS.
019226     MOVE SPACES TO DIST-REPORT-RECORD.
019228     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
019230     MOVE "GAMES ON CATALOG" TO PC-LABEL.
019232     MOVE PAYOUT-GAMES-READ TO PC-VALUE.
019234     PERFORM 4955-PRINT-PAYOUT-COUNT THRU 4955-EXIT.
019236     MOVE "GAMES EVALUATED" TO PC-LABEL.
019238     MOVE PAYOUT-GAMES-EVALUATED TO PC-VALUE.
019240     PERFORM 4955-PRINT-PAYOUT-COUNT THRU 4955-EXIT.
019242     MOVE "GAMES OVER RETURN-TO-PLAYER LIMIT" TO PC-LABEL.
019244     MOVE PAYOUT-GAMES-OVER-LIMIT TO PC-VALUE.
019246     PERFORM 4955-PRINT-PAYOUT-COUNT THRU 4955-EXIT.
019248     MOVE "GAMES NOT EVALUATED" TO PC-LABEL.
019250     MOVE PAYOUT-GAMES-NOT-EVALUATED TO PC-VALUE.
019252     PERFORM 4955-PRINT-PAYOUT-COUNT THRU 4955-EXIT.
019254 4950-EXIT.
019256     EXIT.
019258
019260 4955-PRINT-PAYOUT-COUNT.
019262     WRITE DIST-REPORT-RECORD FROM PAYOUT-COUNT-LINE
019264         AFTER ADVANCING 1 LINE.
019266 4955-EXIT.
019268     EXIT.
019270
019272 4960-PRINT-PAYOUT-HEADINGS.
019274     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
019276     ACCEPT CURR-TIME FROM TIME.
019278     MOVE CURR-DATE TO CR-HDG-DATE.
019280     MOVE CURR-TIME TO CR-HDG-TIME.
019282     ADD 1 TO DIST-PAGE-NUMBER.
019284     MOVE DIST-PAGE-NUMBER TO PH-PAGE.
019286     WRITE DIST-REPORT-RECORD FROM PAYOUT-HEADING-1
019288         AFTER ADVANCING PAGE.
019290     WRITE DIST-REPORT-RECORD FROM CR-HEADING-2
019292         AFTER ADVANCING 1 LINE.
019294     MOVE SPACES TO DIST-REPORT-RECORD.
019296     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
019298     MOVE PAYOUT-LIMIT-PCT TO PL-LIMIT.
019300     WRITE DIST-REPORT-RECORD FROM PAYOUT-LIMIT-LINE
019302         AFTER ADVANCING 1 LINE.
019304     MOVE SPACES TO DIST-REPORT-RECORD.
019306     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
019308     WRITE DIST-REPORT-RECORD FROM PAYOUT-COLUMN-LINE
019310         AFTER ADVANCING 1 LINE.
019312     MOVE SPACES TO DIST-REPORT-RECORD.
019314     WRITE DIST-REPORT-RECORD AFTER ADVANCING 1 LINE.
019316     MOVE 7 TO DIST-LINE-COUNT.
019318 4960-EXIT.
019320     EXIT.
019322
019324* ===============================================================
019326* 5000 SERIES - INTERACTIVE TERMINAL SESSION
019328* ===============================================================
019330 5000-INTERACTIVE-PROCESS.
019332     MOVE 0 TO CHOICE-MATTER-ERROR-COUNT.
019334     MOVE "N" TO RETRY-ABORT-SWITCH.
019336     PERFORM 5100-ACCEPT-CHOICE-MATTER THRU 5100-EXIT.
019338     IF RETRY-ABORT
019340         DISPLAY "TOO MANY INVALID ENTRIES - RUN ABORTED.  ERROR "
019342             "COUNT = " CHOICE-MATTER-ERROR-COUNT
019344         SET RUN-COULD-NOT-RUN TO TRUE
019346         GO TO 5000-EXIT
019348     END-IF.
019350     DISPLAY "IS REPETITION ALLOWED? (YES/NO):".
019352     ACCEPT REPETITION-FLAG.
019354     DISPLAY "ENTER TOTAL ITEMS:".
019356     ACCEPT CHOICES.
019358     DISPLAY "ENTER TOTAL ITEMS PICKED:".
019360     ACCEPT CHOSEN.
019362     PERFORM 6000-CALCULATE THRU 6000-EXIT.
019364     IF CALC-INVALID-ENTRY
019366         DISPLAY "TOTAL ITEMS PICKED CANNOT EXCEED TOTAL ITEMS"
019368         GO TO 5000-EXIT
019370     END-IF.
019372     IF CALC-OVERFLOW
019374         GO TO 5000-EXIT
019376     END-IF.
019378     PERFORM 6100-OPEN-AUDIT-FILE THRU 6100-EXIT.
019380     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
019382     PERFORM 6150-CLOSE-AUDIT-FILE THRU 6150-EXIT.
019384     PERFORM 6200-OPEN-RESULT-FILE THRU 6200-EXIT.
019386     PERFORM 7100-WRITE-RESULT-RECORD THRU 7100-EXIT.
019388     PERFORM 6250-CLOSE-RESULT-FILE THRU 6250-EXIT.
019390     PERFORM 8000-DISPLAY-RESULT THRU 8000-EXIT.
019392*    ONE SUCCESSFUL CALCULATION, FOR THE BALANCING JOB
019394     ADD 1 TO BATCH-CALC-OK-COUNT.
019396     PERFORM 3850-WRITE-RUN-STATS THRU 3850-EXIT.
019398 5000-EXIT.
019400     EXIT.
019402
019404* 5100-ACCEPT-CHOICE-MATTER - RE-PROMPTS ONLY THIS ONE ANSWER
019406* ON AN INVALID ENTRY INSTEAD OF MAKING THE OPERATOR RE-KEY
019408* CHOICES AND CHOSEN, AND GIVES UP AFTER
019410* CHOICE-MATTER-MAX-TRIES BAD ANSWERS.
019412 5100-ACCEPT-CHOICE-MATTER.
019414     DISPLAY "DOES CHOICE ORDER MATTER?".
019416     ACCEPT CHOICE-MATTER.
019418     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
019420             OR CHOICE-MATTER = "NO" OR CHOICE-MATTER = "no"
019422         CONTINUE
019424     ELSE
019426         ADD 1 TO CHOICE-MATTER-ERROR-COUNT
019428         IF CHOICE-MATTER-ERROR-COUNT >= CHOICE-MATTER-MAX-TRIES
019430             SET RETRY-ABORT TO TRUE
019432         ELSE
019434             DISPLAY "INVALID ENTRY - PLEASE ANSWER YES OR NO"
019436             PERFORM 5100-ACCEPT-CHOICE-MATTER THRU 5100-EXIT
019438         END-IF
019440     END-IF.
019442 5100-EXIT.
019444     EXIT.
019446
019448* ===============================================================
019450* 6000 SERIES - SHARED CALCULATION ENGINE
019452* USED IDENTICALLY BY BATCH, PARM, AND INTERACTIVE MODES.
019460* ===============================================================
019470* 6000-CALCULATE - VALIDATES CHOSEN AGAINST CHOICES, THEN
019480* ROUTES TO THE PLAIN OR WITH-REPETITION FORMULAS.  RETURNS
019486* CALC-STATUS OF OK, INVALID-ENTRY, OR OVERFLOW.  A MUL
019492* REQUEST IS CHECKED AND ROUTED TO THE MULTINOMIAL ENGINE.
019500 6000-CALCULATE.
019510     MOVE "0" TO CALC-STATUS.
019520     MOVE "N" TO OVERFLOW-SWITCH.
019530     MOVE "N" TO RECONCILE-SWITCH.
019540     MOVE "N" TO ODDS-APPLICABLE-SWITCH.
019545     MOVE "N" TO WIDE-RESULT-SWITCH.
019550     MOVE CHOICES TO SAVE-CHOICES.
019551     IF MULTINOMIAL-REQUEST
019552         PERFORM 6540-CHECK-MULTINOMIAL THRU 6540-EXIT
019553         IF CALC-INVALID-ENTRY
019554             GO TO 6000-EXIT
019555         END-IF
019556     END-IF.
019560     PERFORM 6900-LOOKUP-MASTER-RESULT THRU 6900-EXIT.
019570     IF MASTER-HIT
019580         PERFORM 6050-DERIVE-ODDS THRU 6050-EXIT
019581         GO TO 6000-EXIT
019582     END-IF.
019583*    A MULTINOMIAL IS AN ARRANGEMENT COUNT - NO ODDS ARE
019584*    DERIVED FOR IT.
019585     IF MULTINOMIAL-REQUEST
019586         PERFORM 6550-CALCULATE-MULTINOMIAL THRU 6550-EXIT
019587         IF CALC-OK AND MASTER-OPEN AND NOT RECONCILE-MISMATCH
019588             PERFORM 6950-STORE-MASTER-RESULT THRU 6950-EXIT
019589         END-IF
019590         GO TO 6000-EXIT
019600     END-IF.
019610     IF REPETITION-ALLOWED
019670         END-IF
019680         COMPUTE CHOICES-CHOSEN = CHOICES - CHOSEN
019690         PERFORM 6300-CALCULATE-PERMUTATION THRU 6300-EXIT
019700         IF NOT CALC-OVERFLOW
019710             PERFORM 6400-CALCULATE-FACTORIAL THRU 6400-EXIT
019850         END-IF
019860         MOVE SAVE-CHOICES TO CHOICES
019861*        A SIZE ERROR IN EITHER 35-DIGIT ENGINE HANDS THE WHOLE
019862*        CALCULATION TO THE EXTENDED ENGINE, WHICH RUNS ITS OWN
019863*        CROSS-CHECK.
019864         IF CALC-OVERFLOW
019865             PERFORM 7500-WIDE-CALCULATE THRU 7500-EXIT
019866         ELSE
019867             IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
019868                 MOVE PERMUTATION TO PERMUTATION-FORMATTED
019869                 MOVE PERMUTATION-FORMATTED TO RESULT-FORMATTED
019870             ELSE
019871                 SET COMBINATION TO PERMUTATION
019872                 DIVIDE CHOSEN-FACTORIAL INTO COMBINATION
019873                 MOVE COMBINATION TO COMBINATION-FORMATTED
019874                 MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED
019875             END-IF
019876             PERFORM 6600-CROSS-CHECK THRU 6600-EXIT
019877         END-IF
019880     END-IF.
019890     IF CALC-OK AND MASTER-OPEN AND NOT RECONCILE-MISMATCH
019900         PERFORM 6950-STORE-MASTER-RESULT THRU 6950-EXIT
019990* COMBINATION REQUESTS IS "WHAT ARE THE ODDS", SO THE ONE-IN-N
020000* ODDS OF A SINGLE SELECTION AND THE MATCHING PERCENTAGE ARE
020010* DERIVED HERE RATHER THAN IN THE ANALYSTS' SPREADSHEETS.
020014* PERMUTATION AND MULTINOMIAL REQUESTS LEAVE THE FIELDS
020018* UNSET - THE ODDS QUESTION DOES NOT APPLY TO AN
020022* ARRANGEMENT COUNT.  NOR ARE
020026* THEY SET FOR AN ANSWER WIDER THAN 35 DIGITS: THE
020030* DENOMINATOR WILL NOT FIT THE ODDS FIELDS AND THE PERCENTAGE
020034* ROUNDS TO ZERO.
020040 6050-DERIVE-ODDS.
020050     MOVE "N" TO ODDS-APPLICABLE-SWITCH.
020052     IF WIDE-RESULT-PRESENT
020054         GO TO 6050-EXIT
020056     END-IF.
020060     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
020062         GO TO 6050-EXIT
020064     END-IF.
020066     IF MULTINOMIAL-REQUEST
020070         GO TO 6050-EXIT
020080     END-IF.
020090     IF REPETITION-ALLOWED
020220
020230* 6300/6310 - PERMUTATION BY SUCCESSIVE MULTIPLICATION, WITH
020240* AN ON SIZE ERROR CHECK SINCE PERMUTATION IS FIXED AT 35
020246* DIGITS.  THE SIZE ERROR IS NOT FINAL - 6000-CALCULATE THEN
020252* REDOES THE CALCULATION IN THE EXTENDED ENGINE.
020260 6300-CALCULATE-PERMUTATION.
020270     IF CHOSEN = 0
020280         MOVE 1 TO PERMUTATION
020420         ON SIZE ERROR
020430             SET OVERFLOW-OCCURRED TO TRUE
020440             SET CALC-OVERFLOW TO TRUE
020460     END-MULTIPLY.
020470     IF CALC-OVERFLOW
020480         MOVE 0 TO INDX
020720         ON SIZE ERROR
020730             SET OVERFLOW-OCCURRED TO TRUE
020740             SET CALC-OVERFLOW TO TRUE
020760     END-MULTIPLY.
020770     IF CALC-OVERFLOW
020780         MOVE 0 TO INDX
020870* ALLOWED.  PERMUTATION-WITH-REPETITION IS CHOICES ** CHOSEN.
020880* COMBINATION-WITH-REPETITION IS (CHOICES+CHOSEN-1) CHOOSE
020890* CHOSEN, BUILT WITH THE SAME PASCAL-TRIANGLE ENGINE USED FOR
020895* THE RECONCILIATION CROSS-CHECK BELOW.  A POWER TOO WIDE FOR
020900* 35 DIGITS, OR A COMBINATION PAST THE PASCAL TABLE, GOES TO
020905* THE EXTENDED ENGINE.
020910* ---------------------------------------------------------------
020920 6500-CALCULATE-WITH-REPETITION.
020930     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
020940         PERFORM 6510-CALCULATE-PERM-WITH-REP THRU 6510-EXIT
020945         IF CALC-OVERFLOW
020950             PERFORM 7500-WIDE-CALCULATE THRU 7500-EXIT
020955         ELSE
020960             MOVE REPETITION-PERMUTATION TO PERMUTATION-FORMATTED
020970             MOVE PERMUTATION-FORMATTED TO RESULT-FORMATTED
020980         END-IF
021110         ADD CHOSEN TO REPETITION-BASE
021120         SUBTRACT 1 FROM REPETITION-BASE
021130         IF REPETITION-BASE > 100
021140             PERFORM 7500-WIDE-CALCULATE THRU 7500-EXIT
021170             GO TO 6500-EXIT
021180         END-IF
021190         PERFORM 6520-CALCULATE-COMB-WITH-REP THRU 6520-EXIT
021380         ON SIZE ERROR
021390             SET OVERFLOW-OCCURRED TO TRUE
021400             SET CALC-OVERFLOW TO TRUE
021420     END-MULTIPLY.
021430     IF CALC-OVERFLOW
021440         MOVE 0 TO REP-INDX
021480 6511-EXIT.
021490     EXIT.
021500
021502 6520-CALCULATE-COMB-WITH-REP.
021504     MOVE REPETITION-BASE TO PASCAL-N.
021506     MOVE CHOSEN TO PASCAL-R.
021508     PERFORM 6700-BUILD-PASCAL-TRIANGLE THRU 6700-EXIT.
021510     IF PASCAL-LIMIT-EXCEEDED
021512         SET CALC-OVERFLOW TO TRUE
021514         DISPLAY "COMBINATION WITH REPETITION EXCEEDS TABLE LIMIT"
021516     ELSE
021518         MOVE PASCAL-RESULT TO REPETITION-COMBINATION
021520     END-IF.
021522 6520-EXIT.
021524     EXIT.
021526
021528* ---------------------------------------------------------------
021530* 6540-6560 - MULTINOMIAL COUNT, TOTAL! / (G1! G2! ... GK!),
021532* FOR A MUL REQUEST.  THE TOTAL IS IN CHOICES, THE NUMBER OF
021534* GROUPS IN CHOSEN, AND THE GROUP SIZES IN MULTINOMIAL-SIZES.
021536* THE ANSWER IS LEFT IN COMBINATION.
021538* ---------------------------------------------------------------
021540* 6540-CHECK-MULTINOMIAL - TWO TO TEN GROUPS, EVERY GROUP IN
021542* USE A NONZERO SIZE, AND THE SIZES ADDING UP TO THE TOTAL.
021544* SIZES PAST THE LAST GROUP ARE ZEROED SO THE MASTER KEY IS
021546* THE SAME WHETHER THE SENDER LEFT THEM BLANK OR ZERO.  THERE
021548* IS NO REPETITION FORM OF A MULTINOMIAL.
021550 6540-CHECK-MULTINOMIAL.
021552     MOVE "NO " TO REPETITION-FLAG.
021554     IF CHOSEN < 2 OR CHOSEN > MULTINOMIAL-GROUP-MAX
021556         SET CALC-INVALID-ENTRY TO TRUE
021558         GO TO 6540-EXIT
021560     END-IF.
021562     MOVE 0 TO MULTINOMIAL-SIZE-TOTAL.
021564     PERFORM 6545-CHECK-GROUP-SIZE THRU 6545-EXIT
021566         VARYING MULTINOMIAL-GROUP-NO FROM 1 BY 1
021568         UNTIL MULTINOMIAL-GROUP-NO > MULTINOMIAL-GROUP-MAX.
021570     IF CALC-INVALID-ENTRY
021572         GO TO 6540-EXIT
021574     END-IF.
021576     IF MULTINOMIAL-SIZE-TOTAL NOT = CHOICES
021578         SET CALC-INVALID-ENTRY TO TRUE
021580     END-IF.
021582 6540-EXIT.
021584     EXIT.
021586
021588 6545-CHECK-GROUP-SIZE.
021590     IF MULTINOMIAL-GROUP-NO > CHOSEN
021592         MOVE 0 TO MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO)
021594         GO TO 6545-EXIT
021596     END-IF.
021598     IF MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO) NOT NUMERIC
021600         SET CALC-INVALID-ENTRY TO TRUE
021602         GO TO 6545-EXIT
021604     END-IF.
021606     IF MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO) = 0
021608         SET CALC-INVALID-ENTRY TO TRUE
021610         GO TO 6545-EXIT
021612     END-IF.
021614     ADD MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO)
021616         TO MULTINOMIAL-SIZE-TOTAL.
021618 6545-EXIT.
021620     EXIT.
021622
021624* 6550/6555/6560 - THE COUNT IS BUILT ONE ITEM AT A TIME:
021626* EACH ITEM PLACED MULTIPLIES BY THE NUMBER OF ITEMS PLACED
021628* SO FAR AND DIVIDES BY ITS POSITION WITHIN ITS OWN GROUP.
021630* EVERY INTERMEDIATE VALUE IS ITSELF A MULTINOMIAL COUNT, SO
021632* EVERY DIVISION IS EXACT.  A SIZE ERROR HANDS THE WHOLE
021634* CALCULATION TO THE EXTENDED ENGINE, AS IN 6000.
021636 6550-CALCULATE-MULTINOMIAL.
021638     MOVE 1 TO COMBINATION.
021640     MOVE 0 TO MULTINOMIAL-PLACED.
021642     PERFORM 6555-MULTIPLY-GROUP THRU 6555-EXIT
021644         VARYING MULTINOMIAL-GROUP-NO FROM 1 BY 1
021646         UNTIL MULTINOMIAL-GROUP-NO > CHOSEN OR CALC-OVERFLOW.
021648     IF CALC-OVERFLOW
021650         PERFORM 7500-WIDE-CALCULATE THRU 7500-EXIT
021652         GO TO 6550-EXIT
021654     END-IF.
021656     MOVE COMBINATION TO COMBINATION-FORMATTED.
021658     MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED.
021660     PERFORM 6650-MULTINOMIAL-CROSS-CHECK THRU 6650-EXIT.
021662 6550-EXIT.
021664     EXIT.
021666
021668 6555-MULTIPLY-GROUP.
021670     PERFORM 6560-PLACE-ITEM THRU 6560-EXIT
021672         VARYING MULTINOMIAL-INDX FROM 1 BY 1
021674         UNTIL MULTINOMIAL-INDX >
021676             MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO)
021678            OR CALC-OVERFLOW.
021680 6555-EXIT.
021682     EXIT.
021684
021686 6560-PLACE-ITEM.
021688     ADD 1 TO MULTINOMIAL-PLACED.
021690     MULTIPLY MULTINOMIAL-PLACED BY COMBINATION
021692         ON SIZE ERROR
021694             SET OVERFLOW-OCCURRED TO TRUE
021696             SET CALC-OVERFLOW TO TRUE
021698     END-MULTIPLY.
021700     IF NOT CALC-OVERFLOW
021702         DIVIDE MULTINOMIAL-INDX INTO COMBINATION
021704     END-IF.
021706 6560-EXIT.
021708     EXIT.
021710
021712* ---------------------------------------------------------------
021714* 6600 SERIES - RECONCILIATION CROSS-CHECK
021716* RECOMPUTES THE COMBINATION VIA AN INDEPENDENT PASCAL-
021718* TRIANGLE BUILD-UP AND THE PERMUTATION VIA A SEPARATELY-
021720* CODED FACTORIAL LOOP, THEN COMPARES BOTH AGAINST THE
021722* PRIMARY FACTORIAL/DIVISION RESULT COMPUTED ABOVE.  ONLY
021724* RUN FOR THE PLAIN (NO-REPETITION) FORMULAS SINCE THOSE ARE
021726* THE ONES DERIVED BY DIVISION.
021728* ---------------------------------------------------------------
021730 6600-CROSS-CHECK.
021740     MOVE SAVE-CHOICES TO PASCAL-N.
021750     MOVE CHOSEN TO PASCAL-R.
021920         IF INDEPENDENT-COMBINATION NOT = COMBINATION
021930             SET RECONCILE-MISMATCH TO TRUE
021940         END-IF
021942     END-IF.
021944     IF RECONCILE-MISMATCH
021946         DISPLAY "RECONCILIATION MISMATCH"
021948     END-IF.
021950 6600-EXIT.
021952     EXIT.
021954
021956* 6650/6660 - MULTINOMIAL CROSS-CHECK.  THE SAME COUNT IS THE
021958* PRODUCT OF ONE PASCAL CELL PER GROUP - THE WAYS TO CHOOSE
021960* EACH GROUP FROM THE ITEMS THE EARLIER GROUPS LEFT OVER -
021962* BUILT BY ADDITION ONLY IN 6700 AND HELD AGAINST THE ANSWER
021964* FROM 6550.  A TOTAL PAST THE PASCAL TABLE IS NOT CHECKED.
021966 6650-MULTINOMIAL-CROSS-CHECK.
021968     MOVE "N" TO MULTINOMIAL-CHECK-SWITCH.
021970     MOVE 1 TO MULTINOMIAL-CHECK.
021972     MOVE SAVE-CHOICES TO MULTINOMIAL-REMAINING.
021974     PERFORM 6660-MULTIPLY-GROUP-CELL THRU 6660-EXIT
021976         VARYING MULTINOMIAL-GROUP-NO FROM 1 BY 1
021978         UNTIL MULTINOMIAL-GROUP-NO > CHOSEN
021980            OR MULTINOMIAL-CHECK-SKIPPED.
021982     IF MULTINOMIAL-CHECK-SKIPPED
021984         DISPLAY "CROSS-CHECK SKIPPED - EXCEEDS CHECK LIMITS"
021986         GO TO 6650-EXIT
021988     END-IF.
021990     IF MULTINOMIAL-CHECK NOT = COMBINATION
021992         SET RECONCILE-MISMATCH TO TRUE
021994         DISPLAY "RECONCILIATION MISMATCH"
021996     END-IF.
021998 6650-EXIT.
022000     EXIT.
022002
022004 6660-MULTIPLY-GROUP-CELL.
022006     MOVE MULTINOMIAL-REMAINING TO PASCAL-N.
022008     MOVE MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO) TO PASCAL-R.
022010     PERFORM 6700-BUILD-PASCAL-TRIANGLE THRU 6700-EXIT.
022012     IF PASCAL-LIMIT-EXCEEDED
022014         SET MULTINOMIAL-CHECK-SKIPPED TO TRUE
022016         GO TO 6660-EXIT
022018     END-IF.
022020     MULTIPLY PASCAL-RESULT BY MULTINOMIAL-CHECK
022022         ON SIZE ERROR
022024             SET MULTINOMIAL-CHECK-SKIPPED TO TRUE
022026     END-MULTIPLY.
022028     SUBTRACT MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO)
022030         FROM MULTINOMIAL-REMAINING.
022032 6660-EXIT.
022034     EXIT.
022036
022038* 6700 SERIES - PASCAL-TRIANGLE N-CHOOSE-R ENGINE.  BUILDS
022040* THE TRIANGLE ROW BY ROW IN PASCAL-ROW-TABLE, INDEPENDENT OF
022042* THE FACTORIAL/DIVISION METHOD USED ELSEWHERE IN THIS
022050* PROGRAM.  PASCAL-N ABOVE 100 IS REJECTED AS EXCEEDING THE
022060* WORK TABLE SIZE.
022070 6700-BUILD-PASCAL-TRIANGLE.
022870     EXIT.
022880
022890* 6200-OPEN-RESULT-FILE - SAME APPEND-OR-CREATE PATTERN AS
022896* THE AUDIT FILE ABOVE.  THE WIDE RESULTS FILE TRAVELS WITH
022902* THE RESULTS FILE AND OPENS THE SAME WAY.
022910 6200-OPEN-RESULT-FILE.
022920     OPEN EXTEND RESULT-FILE.
022930     IF RS-FILE-NOT-FOUND
022950         CLOSE RESULT-FILE
022960         OPEN EXTEND RESULT-FILE
022970     END-IF.
022971     OPEN EXTEND WIDE-RESULT-FILE.
022972     IF RW-FILE-NOT-FOUND
022973         OPEN OUTPUT WIDE-RESULT-FILE
022974         CLOSE WIDE-RESULT-FILE
022975         OPEN EXTEND WIDE-RESULT-FILE
022976     END-IF.
022980 6200-EXIT.
022990     EXIT.
023000
023010 6250-CLOSE-RESULT-FILE.
023020     CLOSE RESULT-FILE.
023025     CLOSE WIDE-RESULT-FILE.
023030 6250-EXIT.
023040     EXIT.
023050
023690     MOVE CHOICES TO MR-CHOICES.
023700     MOVE CHOSEN TO MR-CHOSEN.
023710     MOVE REPETITION-FLAG TO MR-REPETITION-FLAG.
023711     IF MULTINOMIAL-REQUEST
023712         MOVE MULTINOMIAL-SIZES TO MR-GROUP-SIZES
023713     ELSE
023714         MOVE SPACES TO MR-GROUP-SIZES
023715     END-IF.
023720     READ RESULTS-MASTER-FILE
023730         INVALID KEY
023740             GO TO 6900-EXIT
023980         MOVE MR-RESULT TO COMBINATION-FORMATTED
023990         MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED
024000     END-IF.
024001     IF MR-RESULT-HIGH NOT = ZEROS
024002         MOVE ZEROS TO WIDE-RESULT-HEADROOM
024003         MOVE MR-WIDE-RESULT TO WIDE-RESULT-DIGITS
024004         PERFORM 7590-RESTORE-WIDE-RESULT THRU 7590-EXIT
024005     END-IF.
024010     MOVE MR-RECONCILE-FLAG TO RECONCILE-SWITCH.
024020 6900-EXIT.
024030     EXIT.
024090     MOVE CHOICES TO MR-CHOICES.
024100     MOVE CHOSEN TO MR-CHOSEN.
024110     MOVE REPETITION-FLAG TO MR-REPETITION-FLAG.
024111     IF MULTINOMIAL-REQUEST
024112         MOVE MULTINOMIAL-SIZES TO MR-GROUP-SIZES
024113     ELSE
024114         MOVE SPACES TO MR-GROUP-SIZES
024115     END-IF.
024120     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
024130         IF REPETITION-ALLOWED
024140             MOVE REPETITION-PERMUTATION TO MR-RESULT
024210         ELSE
024220             MOVE COMBINATION TO MR-RESULT
024230         END-IF
024231     END-IF.
024232     IF WIDE-RESULT-PRESENT
024233         MOVE WIDE-RESULT-DIGITS TO MR-WIDE-RESULT
024234     ELSE
024235         MOVE ZEROS TO MR-RESULT-HIGH
024240     END-IF.
024250     MOVE RECONCILE-SWITCH TO MR-RECONCILE-FLAG.
024260     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
024540     MOVE CHOICES TO CW-CHOICES.
024550     MOVE CHOSEN TO CW-CHOSEN.
024560     MOVE REPETITION-FLAG TO CW-REPETITION-FLAG.
024561     IF MULTINOMIAL-REQUEST
024562         MOVE MULTINOMIAL-SIZES TO CW-GROUP-SIZES
024563     ELSE
024564         MOVE SPACES TO CW-GROUP-SIZES
024565     END-IF.
024570     MOVE 1 TO RUN-CACHE-INDX.
024580     PERFORM 6930-SEARCH-RUN-CACHE THRU 6930-EXIT
024590         UNTIL CACHE-HIT OR RUN-CACHE-INDX > RUN-CACHE-COUNT.
024770* STATUS SENDS THE REPEAT STRAIGHT TO SUSPENSE WITHOUT
024780* GRINDING THROUGH THE ENGINES AGAIN.
024790 6940-RESTORE-CACHED-ANSWER.
024795     MOVE "N" TO WIDE-RESULT-SWITCH.
024800     MOVE RC-CALC-STATUS (RUN-CACHE-INDX) TO CALC-STATUS.
024810     IF NOT CALC-OK
024820         GO TO 6940-EXIT
025040             TO COMBINATION-FORMATTED
025050         MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED
025060     END-IF.
025061     IF RC-RESULT-HIGH (RUN-CACHE-INDX) NOT = ZEROS
025062         MOVE ZEROS TO WIDE-RESULT-HEADROOM
025063         MOVE RC-RESULT-HIGH (RUN-CACHE-INDX) TO WIDE-RESULT-HIGH
025064         MOVE RC-RESULT (RUN-CACHE-INDX) TO WIDE-RESULT-LOW
025065         PERFORM 7590-RESTORE-WIDE-RESULT THRU 7590-EXIT
025066     END-IF.
025070     PERFORM 6050-DERIVE-ODDS THRU 6050-EXIT.
025080 6940-EXIT.
025090     EXIT.
025250     MOVE RECONCILE-SWITCH
025260         TO RC-RECONCILE-FLAG (RUN-CACHE-COUNT).
025270     IF NOT CALC-OK
025275         MOVE ZEROS TO RC-RESULT-HIGH (RUN-CACHE-COUNT)
025280         MOVE 0 TO RC-RESULT (RUN-CACHE-COUNT)
025290         GO TO 6970-EXIT
025300     END-IF.
025301     IF WIDE-RESULT-PRESENT
025302         MOVE WIDE-RESULT-HIGH TO RC-RESULT-HIGH (RUN-CACHE-COUNT)
025303         MOVE WIDE-RESULT-LOW TO RC-RESULT (RUN-CACHE-COUNT)
025304         GO TO 6970-EXIT
025305     END-IF.
025306     MOVE ZEROS TO RC-RESULT-HIGH (RUN-CACHE-COUNT).
025310     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
025320         IF REPETITION-ALLOWED
025330             MOVE REPETITION-PERMUTATION
025660     ADD 1 TO AUDIT-SEQUENCE-NO.
025670     MOVE AUDIT-RUN-ID TO AL-RUN-ID.
025680     MOVE AUDIT-SEQUENCE-NO TO AL-SEQUENCE-NO.
025681     IF WIDE-RESULT-PRESENT
025682         MOVE "W" TO AL-WIDE-FLAG
025683     ELSE
025684         MOVE SPACE TO AL-WIDE-FLAG
025685     END-IF.
025690     WRITE AUDIT-RECORD FROM AUDIT-LINE.
025700     IF NOT AU-FILE-OK
025710         DISPLAY "UNABLE TO WRITE AUDIT RECORD - STATUS "
026050         MOVE 0 TO RL-PROBABILITY-PCT
026060     END-IF.
026070     MOVE DEPARTMENT-CODE TO RL-DEPARTMENT.
026080     IF WIDE-RESULT-PRESENT
026090         MOVE "W" TO RL-WIDE-FLAG
026100     ELSE
026110         MOVE SPACE TO RL-WIDE-FLAG
026120     END-IF.
026130     WRITE RESULT-RECORD FROM RESULT-LINE.
026140     IF NOT RS-FILE-OK
026150         DISPLAY "UNABLE TO WRITE RESULT RECORD - STATUS "
026160             RS-FILE-STATUS
026170     END-IF.
026180     IF WIDE-RESULT-PRESENT
026190         PERFORM 7300-WRITE-WIDE-RESULT THRU 7300-EXIT
026200     END-IF.
026210 7100-EXIT.
026220     EXIT.
026230
026240* 7150-WRITE-RUSH-RESULT - THE SAME ROW 7100 JUST BUILT,
026250* COPIED TO THE EARLY EXTRACT SO THE PLANNING GROUP'S FILE
026260* CAN BE RELEASED AS SOON AS THE RUSH PASS ENDS.  THE ROW
026270* ALSO STAYS ON THE FULL RESULTS FILE, SO ARCHIVAL AND THE
026280* END-OF-DAY BALANCING SEE EVERY CALCULATION IN ONE PLACE.
026290 7150-WRITE-RUSH-RESULT.
026300     IF NOT RUSH-EXTRACT-OPEN
026310         GO TO 7150-EXIT
026320     END-IF.
026330     WRITE RUSH-RESULT-RECORD FROM RESULT-LINE.
026340     IF NOT RR-FILE-OK
026350         DISPLAY "UNABLE TO WRITE RUSH EXTRACT - STATUS "
026360             RR-FILE-STATUS
026370     END-IF.
026380 7150-EXIT.
026390     EXIT.
026400
026410* 7200-WRITE-SUSPENSE-RECORD - ONE RECORD PER SKIPPED DETAIL,
026420* CARRYING THE INPUT EXACTLY AS IT ARRIVED PLUS A SKIP REASON
026430* SO THE CORRECTION CYCLE KNOWS WHAT TO FIX.
026440 7200-WRITE-SUSPENSE-RECORD.
026450     MOVE SPACES TO SUSPENSE-RECORD.
026460     MOVE DETAIL-WORK-RECORD TO SU-DETAIL.
026470     MOVE DW-GROUP-SIZES TO SU-GROUP-SIZES.
026480     IF CALC-INVALID-ENTRY
026490         MOVE "INV" TO SU-SKIP-REASON
026500     ELSE
026510         MOVE "OVF" TO SU-SKIP-REASON
026520     END-IF.
026530     WRITE SUSPENSE-RECORD.
026540     IF NOT SP-FILE-OK
026550         DISPLAY "UNABLE TO WRITE SUSPENSE RECORD - STATUS "
026560             SP-FILE-STATUS
026570     END-IF.
026580 7200-EXIT.
026590     EXIT.
026600
026610* 7300-WRITE-WIDE-RESULT - THE FULL ANSWER FOR A RESULT TOO
026620* WIDE FOR THE RESULTS LINE, KEYED BACK TO THE AUDIT RECORD
026630* 7000 JUST WROTE BY RUN IDENTIFIER AND SEQUENCE NUMBER.
026640 7300-WRITE-WIDE-RESULT.
026650     MOVE RL-RUN-DATE TO WR-RUN-DATE.
026660     MOVE CHOICE-MATTER TO WR-CHOICE-MATTER.
026670     MOVE CHOICES TO WR-CHOICES.
026680     MOVE CHOSEN TO WR-CHOSEN.
026690     MOVE REPETITION-FLAG TO WR-REPETITION-FLAG.
026700     MOVE WIDE-RESULT-FORMATTED TO WR-RESULT.
026710     MOVE RECONCILE-SWITCH TO WR-RECONCILE-FLAG.
026720     MOVE DEPARTMENT-CODE TO WR-DEPARTMENT.
026730     MOVE AUDIT-RUN-ID TO WR-RUN-ID.
026740     MOVE AUDIT-SEQUENCE-NO TO WR-SEQUENCE-NO.
026750     WRITE WIDE-RESULT-RECORD FROM WIDE-RESULT-LINE.
026760     IF NOT RW-FILE-OK
026770         DISPLAY "UNABLE TO WRITE WIDE RESULT RECORD - STATUS "
026780             RW-FILE-STATUS
026790     END-IF.
026800 7300-EXIT.
026810     EXIT.
026820
026830* 7400-WRITE-RETURN-EXTRACT - ONE LINE PER DISPOSED WORKLIST
026840* DETAIL.  A CALCULATED DETAIL CARRIES THE ANSWER, THE ODDS,
026850* AND THE AUDIT RUN IDENTIFIER AND SEQUENCE 7000 JUST USED; A
026860* SUSPENDED ONE CARRIES ITS SKIP REASON ONLY.
026870 7400-WRITE-RETURN-EXTRACT.
026880     IF NOT RETURN-EXTRACT-OPEN
026890         GO TO 7400-EXIT
026900     END-IF.
026910     MOVE SPACES TO RETURN-EXTRACT-RECORD.
026920     MOVE DETAIL-WORK-RECORD TO RX-DETAIL.
026930     MOVE 0 TO RX-ODDS-DENOMINATOR.
026940     MOVE 0 TO RX-PROBABILITY-PCT.
026950     MOVE 0 TO RX-RUN-ID.
026960     MOVE 0 TO RX-SEQUENCE-NO.
026970     EVALUATE TRUE
026980         WHEN CALC-OK
026990             MOVE "CAL" TO RX-DISPOSITION
027000             IF WIDE-RESULT-PRESENT
027010                 MOVE WIDE-RESULT-FORMATTED TO RX-RESULT
027020             ELSE
027030                 MOVE RESULT-FORMATTED TO RX-RESULT-LOW
027040             END-IF
027050             IF ODDS-APPLICABLE
027060                 MOVE ODDS-DENOMINATOR TO RX-ODDS-DENOMINATOR
027070                 MOVE ODDS-PROBABILITY-PCT TO RX-PROBABILITY-PCT
027080             END-IF
027090             MOVE AUDIT-RUN-ID TO RX-RUN-ID
027100             MOVE AUDIT-SEQUENCE-NO TO RX-SEQUENCE-NO
027110         WHEN CALC-INVALID-ENTRY
027120             MOVE "INV" TO RX-DISPOSITION
027130         WHEN OTHER
027140             MOVE "OVF" TO RX-DISPOSITION
027150     END-EVALUATE.
027160     WRITE RETURN-EXTRACT-RECORD.
027170     IF NOT RX-FILE-OK
027180         DISPLAY "UNABLE TO WRITE RETURN EXTRACT - STATUS "
027190             RX-FILE-STATUS
027200     END-IF.
027210 7400-EXIT.
027220     EXIT.
027230
027240* ===============================================================
027250* 7500 SERIES - EXTENDED-PRECISION ENGINE.  ENTERED ONLY WHEN
027260* A 35-DIGIT ENGINE ABOVE HAS HIT A SIZE ERROR (OR THE
027270* REPETITION-COMBINATION TABLE LIMIT).  THE ANSWER IS BUILT
027280* IN WIDE-ACCUM BY SINGLE-WORD MULTIPLIES AND EXACT
027290* SINGLE-WORD DIVIDES, CHECKED AGAINST THE 120-DIGIT CEILING
027300* AFTER EVERY STEP, AND LEFT IN WIDE-RESULT.  AN ANSWER THAT
027310* TURNS OUT TO FIT 35 DIGITS AFTER ALL (A COMBINATION WHOSE
027320* PERMUTATION OVERFLOWED) IS HANDED BACK THROUGH THE NORMAL
027330* RESULT FIELDS; ANYTHING WIDER IS CARRIED IN WIDE-RESULT WITH
027340* WIDE-RESULT-PRESENT SET.
027350* ===============================================================
027360 7500-WIDE-CALCULATE.
027370     MOVE "0" TO CALC-STATUS.
027380     MOVE "N" TO OVERFLOW-SWITCH.
027390     MOVE "N" TO WIDE-OVERFLOW-SWITCH.
027400     MOVE "N" TO WIDE-RESULT-SWITCH.
027410     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
027420         IF REPETITION-ALLOWED
027430             PERFORM 7550-WIDE-POWER THRU 7550-EXIT
027440         ELSE
027450             PERFORM 7540-WIDE-PERMUTATION THRU 7540-EXIT
027460         END-IF
027470     ELSE
027480         IF MULTINOMIAL-REQUEST
027490             PERFORM 7560-WIDE-MULTINOMIAL THRU 7560-EXIT
027500         ELSE
027510             IF REPETITION-ALLOWED
027520                 COMPUTE WIDE-N = CHOICES + CHOSEN - 1
027530             ELSE
027540                 MOVE CHOICES TO WIDE-N
027550             END-IF
027560             MOVE CHOSEN TO WIDE-R
027570             PERFORM 7530-WIDE-COMBINATION THRU 7530-EXIT
027580         END-IF
027590     END-IF.
027600     IF WIDE-OVERFLOWED
027610         SET OVERFLOW-OCCURRED TO TRUE
027620         SET CALC-OVERFLOW TO TRUE
027630         DISPLAY "OVERFLOW - RESULT EXCEEDS 120 DIGITS"
027640         GO TO 7500-EXIT
027650     END-IF.
027660     MOVE WIDE-ACCUM TO WIDE-RESULT.
027670*    THE PLAIN FORMULAS ARE CROSS-CHECKED, AS IN 6600, AND
027680*    A MULTINOMIAL AS IN 6650.
027690     IF MULTINOMIAL-REQUEST
027700         PERFORM 7650-WIDE-MULTINOMIAL-CHECK THRU 7650-EXIT
027710     ELSE
027720         IF NOT REPETITION-ALLOWED
027730             PERFORM 7600-WIDE-CROSS-CHECK THRU 7600-EXIT
027740         END-IF
027750     END-IF.
027760     PERFORM 7580-POST-WIDE-RESULT THRU 7580-EXIT.
027770 7500-EXIT.
027780     EXIT.
027790
027800* 7510/7515 - WIDE-ACCUM TIMES WIDE-MULTIPLIER, LOW WORD
027810* FIRST.  A CARRY OUT OF THE TOP WORD IS AN OVERFLOW.
027820 7510-WIDE-MULTIPLY.
027830     MOVE 0 TO WIDE-CARRY.
027840     PERFORM 7515-MULTIPLY-WORD THRU 7515-EXIT
027850         VARYING WIDE-WORD-NO FROM 32 BY -1
027860         UNTIL WIDE-WORD-NO < 1.
027870     IF WIDE-CARRY NOT = 0
027880         SET WIDE-OVERFLOWED TO TRUE
027890     END-IF.
027900 7510-EXIT.
027910     EXIT.
027920
027930 7515-MULTIPLY-WORD.
027940     COMPUTE WIDE-PRODUCT =
027950         WIDE-ACCUM-WORD (WIDE-WORD-NO) * WIDE-MULTIPLIER
027960         + WIDE-CARRY.
027970     DIVIDE WIDE-PRODUCT BY 10000 GIVING WIDE-CARRY
027980         REMAINDER WIDE-ACCUM-WORD (WIDE-WORD-NO).
027990 7515-EXIT.
028000     EXIT.
028010
028020* 7520/7525 - WIDE-ACCUM DIVIDED BY WIDE-DIVISOR, HIGH WORD
028030* FIRST, THE REMAINDER OF EACH WORD CARRIED DOWN TO THE NEXT.
028040* ONLY EVER USED FOR DIVISIONS KNOWN TO BE EXACT.
028050 7520-WIDE-DIVIDE.
028060     MOVE 0 TO WIDE-CARRY.
028070     PERFORM 7525-DIVIDE-WORD THRU 7525-EXIT
028080         VARYING WIDE-WORD-NO FROM 1 BY 1
028090         UNTIL WIDE-WORD-NO > 32.
028100 7520-EXIT.
028110     EXIT.
028120
028130 7525-DIVIDE-WORD.
028140     COMPUTE WIDE-PRODUCT =
028150         WIDE-CARRY * 10000 + WIDE-ACCUM-WORD (WIDE-WORD-NO).
028160     DIVIDE WIDE-PRODUCT BY WIDE-DIVISOR
028170         GIVING WIDE-ACCUM-WORD (WIDE-WORD-NO)
028180         REMAINDER WIDE-CARRY.
028190 7525-EXIT.
028200     EXIT.
028210
028220* 7530/7535 - WIDE-N CHOOSE WIDE-R BY THE MULTIPLICATIVE
028230* FORMULA, C(N,I) = C(N,I-1) * (N-R+I) / I, EVERY DIVISION
028240* EXACT.  THE SMALLER OF R AND N-R IS USED, SO THE RUNNING
028250* VALUE ONLY EVER GROWS AND A PASS OVER THE CEILING IS FINAL.
028260 7530-WIDE-COMBINATION.
028270     MOVE ZEROS TO WIDE-ACCUM.
028280     MOVE 1 TO WIDE-ACCUM-WORD (32).
028290     IF WIDE-R > WIDE-N - WIDE-R
028300         COMPUTE WIDE-R = WIDE-N - WIDE-R
028310     END-IF.
028320     PERFORM 7535-WIDE-COMBINATION-STEP THRU 7535-EXIT
028330         VARYING WIDE-INDX FROM 1 BY 1
028340         UNTIL WIDE-INDX > WIDE-R OR WIDE-OVERFLOWED.
028350 7530-EXIT.
028360     EXIT.
028370
028380 7535-WIDE-COMBINATION-STEP.
028390     COMPUTE WIDE-MULTIPLIER = WIDE-N - WIDE-R + WIDE-INDX.
028400     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
028410     MOVE WIDE-INDX TO WIDE-DIVISOR.
028420     PERFORM 7520-WIDE-DIVIDE THRU 7520-EXIT.
028430     IF WIDE-ACCUM-HEADROOM NOT = ZEROS
028440         SET WIDE-OVERFLOWED TO TRUE
028450     END-IF.
028460 7535-EXIT.
028470     EXIT.
028480
028490* 7540/7545 - CHOICES * (CHOICES-1) * ... FOR CHOSEN FACTORS.
028500 7540-WIDE-PERMUTATION.
028510     MOVE ZEROS TO WIDE-ACCUM.
028520     MOVE 1 TO WIDE-ACCUM-WORD (32).
028530     PERFORM 7545-WIDE-PERMUTATION-STEP THRU 7545-EXIT
028540         VARYING WIDE-INDX FROM 0 BY 1
028550         UNTIL WIDE-INDX >= CHOSEN OR WIDE-OVERFLOWED.
028560 7540-EXIT.
028570     EXIT.
028580
028590 7545-WIDE-PERMUTATION-STEP.
028600     COMPUTE WIDE-MULTIPLIER = CHOICES - WIDE-INDX.
028610     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
028620     IF WIDE-ACCUM-HEADROOM NOT = ZEROS
028630         SET WIDE-OVERFLOWED TO TRUE
028640     END-IF.
028650 7545-EXIT.
028660     EXIT.
028670
028680* 7550/7555 - CHOICES RAISED TO THE CHOSEN POWER.
028690 7550-WIDE-POWER.
028700     MOVE ZEROS TO WIDE-ACCUM.
028710     MOVE 1 TO WIDE-ACCUM-WORD (32).
028720     MOVE CHOICES TO WIDE-MULTIPLIER.
028730     PERFORM 7555-WIDE-POWER-STEP THRU 7555-EXIT
028740         VARYING WIDE-INDX FROM 1 BY 1
028750         UNTIL WIDE-INDX > CHOSEN OR WIDE-OVERFLOWED.
028760 7550-EXIT.
028770     EXIT.
028780
028790 7555-WIDE-POWER-STEP.
028800     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
028810     IF WIDE-ACCUM-HEADROOM NOT = ZEROS
028820         SET WIDE-OVERFLOWED TO TRUE
028830     END-IF.
028840 7555-EXIT.
028850     EXIT.
028860
028870* 7560/7565/7570 - THE MULTINOMIAL ITEM BY ITEM, AS IN 6550,
028880* IN WIDE WORDS.  THE RUNNING VALUE NEVER SHRINKS, SO A PASS
028890* OVER THE CEILING IS FINAL.
028900 7560-WIDE-MULTINOMIAL.
028910     MOVE ZEROS TO WIDE-ACCUM.
028920     MOVE 1 TO WIDE-ACCUM-WORD (32).
028930     MOVE 0 TO MULTINOMIAL-PLACED.
028940     PERFORM 7565-WIDE-MULTINOMIAL-GROUP THRU 7565-EXIT
028950         VARYING MULTINOMIAL-GROUP-NO FROM 1 BY 1
028960         UNTIL MULTINOMIAL-GROUP-NO > CHOSEN OR WIDE-OVERFLOWED.
028970 7560-EXIT.
028980     EXIT.
028990
029000 7565-WIDE-MULTINOMIAL-GROUP.
029010     PERFORM 7570-WIDE-MULTINOMIAL-STEP THRU 7570-EXIT
029020         VARYING MULTINOMIAL-INDX FROM 1 BY 1
029030         UNTIL MULTINOMIAL-INDX >
029040             MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO)
029050            OR WIDE-OVERFLOWED.
029060 7565-EXIT.
029070     EXIT.
029080
029090 7570-WIDE-MULTINOMIAL-STEP.
029100     ADD 1 TO MULTINOMIAL-PLACED.
029110     MOVE MULTINOMIAL-PLACED TO WIDE-MULTIPLIER.
029120     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
029130     MOVE MULTINOMIAL-INDX TO WIDE-DIVISOR.
029140     PERFORM 7520-WIDE-DIVIDE THRU 7520-EXIT.
029150     IF WIDE-ACCUM-HEADROOM NOT = ZEROS
029160         SET WIDE-OVERFLOWED TO TRUE
029170     END-IF.
029180 7570-EXIT.
029190     EXIT.
029200
029210* 7580-POST-WIDE-RESULT - AN ANSWER THAT FITS 35 DIGITS GOES
029220* BACK INTO THE SAME FIELDS THE 35-DIGIT ENGINES FILL; A WIDER
029230* ONE IS CARRIED IN WIDE-RESULT.
029240 7580-POST-WIDE-RESULT.
029250     IF WIDE-RESULT-HIGH NOT = ZEROS
029260         PERFORM 7590-RESTORE-WIDE-RESULT THRU 7590-EXIT
029270         GO TO 7580-EXIT
029280     END-IF.
029290     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
029300         IF REPETITION-ALLOWED
029310             MOVE WIDE-RESULT-LOW TO REPETITION-PERMUTATION
029320         ELSE
029330             MOVE WIDE-RESULT-LOW TO PERMUTATION
029340         END-IF
029350         MOVE WIDE-RESULT-LOW TO PERMUTATION-FORMATTED
029360         MOVE PERMUTATION-FORMATTED TO RESULT-FORMATTED
029370     ELSE
029380         IF REPETITION-ALLOWED
029390             MOVE WIDE-RESULT-LOW TO REPETITION-COMBINATION
029400         ELSE
029410             MOVE WIDE-RESULT-LOW TO COMBINATION
029420         END-IF
029430         MOVE WIDE-RESULT-LOW TO COMBINATION-FORMATTED
029440         MOVE COMBINATION-FORMATTED TO RESULT-FORMATTED
029450     END-IF.
029460 7580-EXIT.
029470     EXIT.
029480
029490* 7590-RESTORE-WIDE-RESULT - MARKS THE ANSWER IN WIDE-RESULT
029500* AS WIDE AND BUILDS ITS PRINTABLE FORM.  THE 35-DIGIT RESULT
029510* FIELDS ARE ZEROED SO NO WRITER CAN PICK UP A TRUNCATED
029520* ANSWER BY MISTAKE.  ALSO USED BY THE MASTER AND RUN-CACHE
029530* LOOKUPS TO RESTORE A STORED WIDE ANSWER.
029540 7590-RESTORE-WIDE-RESULT.
029550     SET WIDE-RESULT-PRESENT TO TRUE.
029560     MOVE WIDE-RESULT-DIGITS TO WIDE-RESULT-FORMATTED.
029570     INSPECT WIDE-RESULT-FORMATTED
029580         REPLACING LEADING "0" BY SPACE.
029590     MOVE 0 TO PERMUTATION.
029600     MOVE 0 TO COMBINATION.
029610     MOVE 0 TO REPETITION-PERMUTATION.
029620     MOVE 0 TO REPETITION-COMBINATION.
029630     MOVE 0 TO PERMUTATION-FORMATTED.
029640     MOVE 0 TO COMBINATION-FORMATTED.
029650     MOVE 0 TO RESULT-FORMATTED.
029660 7590-EXIT.
029670     EXIT.
029680
029690* ---------------------------------------------------------------
029700* 7600 SERIES - EXTENDED CROSS-CHECK.  THE SAME INDEPENDENT
029710* ADDITION-ONLY PASCAL BUILD-UP AS 6700, IN WIDE WORDS, GIVES
029720* C(N,K); A PERMUTATION IS THEN C(N,K) TIMES K FACTORIAL,
029730* MULTIPLIED COUNTING UP.  EITHER IS HELD AGAINST THE ANSWER
029740* IN WIDE-RESULT.  ROWS PAST WIDE-PASCAL-MAX ARE NOT CHECKED.
029750* ---------------------------------------------------------------
029760 7600-WIDE-CROSS-CHECK.
029770     MOVE "N" TO WIDE-CHECK-SWITCH.
029780     IF CHOICES > WIDE-PASCAL-MAX
029790         SET WIDE-CHECK-SKIPPED TO TRUE
029800         DISPLAY "CROSS-CHECK SKIPPED - EXCEEDS CHECK LIMITS"
029810         GO TO 7600-EXIT
029820     END-IF.
029830     MOVE CHOSEN TO WIDE-R.
029840     IF WIDE-R > CHOICES - WIDE-R
029850         COMPUTE WIDE-R = CHOICES - WIDE-R
029860     END-IF.
029870     MOVE ZEROS TO WIDE-PASCAL-TABLE.
029880     MOVE 1 TO WIDE-PASCAL-WORD (1, 32).
029890     COMPUTE WIDE-PASCAL-TOP = WIDE-R + 1.
029900     PERFORM 7610-BUILD-WIDE-PASCAL-ROW THRU 7610-EXIT
029910         VARYING WIDE-PASCAL-ROW-NO FROM 1 BY 1
029920         UNTIL WIDE-PASCAL-ROW-NO > CHOICES
029930         AFTER WIDE-PASCAL-COL-NO FROM WIDE-PASCAL-TOP BY -1
029940         UNTIL WIDE-PASCAL-COL-NO < 2.
029950     MOVE WIDE-PASCAL-CELL (WIDE-PASCAL-TOP) TO WIDE-ACCUM.
029960     IF CHOICE-MATTER = "YES" OR CHOICE-MATTER = "yes"
029970         PERFORM 7630-MULT-CHECK-FACTORIAL THRU 7630-EXIT
029980             VARYING WIDE-INDX FROM 2 BY 1
029990             UNTIL WIDE-INDX > CHOSEN
030000     END-IF.
030010     MOVE WIDE-ACCUM TO WIDE-CHECK.
030020     IF WIDE-CHECK NOT = WIDE-RESULT
030030         SET RECONCILE-MISMATCH TO TRUE
030040         DISPLAY "RECONCILIATION MISMATCH"
030050     END-IF.
030060 7600-EXIT.
030070     EXIT.
030080
030090* 7610/7620 - C(J) = C(J) + C(J-1), HIGH COLUMN TO LOW, WORD
030100* BY WORD WITH CARRY, AS IN 6710.
030110 7610-BUILD-WIDE-PASCAL-ROW.
030120     IF WIDE-PASCAL-COL-NO <= WIDE-PASCAL-ROW-NO + 1
030130         MOVE 0 TO WIDE-CARRY
030140         PERFORM 7620-ADD-PASCAL-WORD THRU 7620-EXIT
030150             VARYING WIDE-WORD-NO FROM 32 BY -1
030160             UNTIL WIDE-WORD-NO < 1
030170     END-IF.
030180 7610-EXIT.
030190     EXIT.
030200
030210 7620-ADD-PASCAL-WORD.
030220     COMPUTE WIDE-PRODUCT =
030230         WIDE-PASCAL-WORD (WIDE-PASCAL-COL-NO, WIDE-WORD-NO)
030240         + WIDE-PASCAL-WORD (WIDE-PASCAL-COL-NO - 1, WIDE-WORD-NO)
030250         + WIDE-CARRY.
030260     DIVIDE WIDE-PRODUCT BY 10000 GIVING WIDE-CARRY
030270         REMAINDER
030280         WIDE-PASCAL-WORD (WIDE-PASCAL-COL-NO, WIDE-WORD-NO).
030290 7620-EXIT.
030300     EXIT.
030310
030320 7630-MULT-CHECK-FACTORIAL.
030330     MOVE WIDE-INDX TO WIDE-MULTIPLIER.
030340     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
030350 7630-EXIT.
030360     EXIT.
030370
030380* 7650-7665 - EXTENDED CROSS-CHECK FOR A MULTINOMIAL, WORKED
030390* A DIFFERENT WAY FROM 7560: THE FALLING PRODUCT OF THE TOTAL
030400* DOWN TO ONE MORE THAN THE FIRST GROUP SIZE, THEN DIVIDED BY
030410* 2 THROUGH EACH LATER GROUP SIZE IN TURN.  EVERY DIVISION
030420* LEAVES A WHOLE MULTINOMIAL COUNT, SO IS EXACT.  A FALLING
030430* PRODUCT TOO WIDE FOR THE WORK AREA IS NOT CHECKED.
030440 7650-WIDE-MULTINOMIAL-CHECK.
030450     MOVE "N" TO WIDE-CHECK-SWITCH.
030460     MOVE ZEROS TO WIDE-ACCUM.
030470     MOVE 1 TO WIDE-ACCUM-WORD (32).
030480     PERFORM 7655-MULT-CHECK-FALLING THRU 7655-EXIT
030490         VARYING WIDE-INDX FROM CHOICES BY -1
030500         UNTIL WIDE-INDX <= MULTINOMIAL-SIZE (1)
030510            OR WIDE-OVERFLOWED.
030520     IF WIDE-OVERFLOWED
030530         MOVE "N" TO WIDE-OVERFLOW-SWITCH
030540         SET WIDE-CHECK-SKIPPED TO TRUE
030550         DISPLAY "CROSS-CHECK SKIPPED - EXCEEDS CHECK LIMITS"
030560         GO TO 7650-EXIT
030570     END-IF.
030580     PERFORM 7660-DIVIDE-CHECK-GROUP THRU 7660-EXIT
030590         VARYING MULTINOMIAL-GROUP-NO FROM 2 BY 1
030600         UNTIL MULTINOMIAL-GROUP-NO > CHOSEN.
030610     MOVE WIDE-ACCUM TO WIDE-CHECK.
030620     IF WIDE-CHECK NOT = WIDE-RESULT
030630         SET RECONCILE-MISMATCH TO TRUE
030640         DISPLAY "RECONCILIATION MISMATCH"
030650     END-IF.
030660 7650-EXIT.
030670     EXIT.
030680
030690 7655-MULT-CHECK-FALLING.
030700     MOVE WIDE-INDX TO WIDE-MULTIPLIER.
030710     PERFORM 7510-WIDE-MULTIPLY THRU 7510-EXIT.
030720 7655-EXIT.
030730     EXIT.
030740
030750 7660-DIVIDE-CHECK-GROUP.
030760     PERFORM 7665-DIVIDE-CHECK-STEP THRU 7665-EXIT
030770         VARYING WIDE-INDX FROM 2 BY 1
030780         UNTIL WIDE-INDX >
030790             MULTINOMIAL-SIZE (MULTINOMIAL-GROUP-NO).
030800 7660-EXIT.
030810     EXIT.
030820
030830 7665-DIVIDE-CHECK-STEP.
030840     MOVE WIDE-INDX TO WIDE-DIVISOR.
030850     PERFORM 7520-WIDE-DIVIDE THRU 7520-EXIT.
030860 7665-EXIT.
030870     EXIT.
030880
030890* ===============================================================
030900* 8000/9000 - RESULT DISPLAY AND RUN TERMINATION
030910* ===============================================================
030920 8000-DISPLAY-RESULT.
030930*    THE COUNT FIRST, AS ALWAYS; THEN THE ODDS FIGURES FOR
030940*    COMBINATION REQUESTS.
030950     IF WIDE-RESULT-PRESENT
030960         DISPLAY WIDE-RESULT-FORMATTED
030970     ELSE
030980         DISPLAY RESULT-FORMATTED
030990     END-IF.
031000     IF ODDS-APPLICABLE
031010         MOVE ODDS-DENOMINATOR TO ODDS-DENOMINATOR-FORMATTED
031020         MOVE ODDS-PROBABILITY-PCT TO
031030             ODDS-PROBABILITY-FORMATTED
031040         DISPLAY "ODDS: 1 IN " ODDS-DENOMINATOR-FORMATTED
031050         DISPLAY "PROBABILITY: " ODDS-PROBABILITY-FORMATTED
031060             " PERCENT"
031070     END-IF.
031080 8000-EXIT.
031090     EXIT.
031100
031110 9000-TERMINATE.
031120     PERFORM 6860-CLOSE-RESULTS-MASTER THRU 6860-EXIT.
031130*    GRADED STEP CONDITION CODE FOR THE SCHEDULER, WORST
031140*    GRADE WINS:
031150*      16  COULD NOT RUN - AN INPUT FILE WOULD NOT OPEN, A
031160*          CONTROL CARD WAS UNUSABLE, AN ATTENDED RUN WAS
031170*          ABANDONED, THE WORKLIST CONTROL VERIFY FAILED
031180*          (THE OUTPUT CANNOT BE TRUSTED), OR A SOLVE TARGET
031190*          WAS NOT REACHED WITHIN THE TABLE LIMIT.
031200*       8  COMPLETED, BUT A RECONCILIATION MISMATCH OR A
031210*          DISTRIBUTION OR TIER SELF-CHECK FAILURE WAS FLAGGED.
031220*       4  COMPLETED, BUT RECORDS WERE SKIPPED TO SUSPENSE,
031230*          OR A GAME ON A PAYOUT RUN WAS OVER THE RETURN-TO-
031240*          PLAYER LIMIT OR COULD NOT BE EVALUATED.
031250*       0  CLEAN RUN.
031260     EVALUATE TRUE
031270         WHEN RUN-COULD-NOT-RUN OR DIST-ABORT OR TIER-ABORT
031280                 OR SOLVE-ABORT OR PAYOUT-ABORT
031290             MOVE 16 TO RETURN-CODE
031300         WHEN RUN-MODE-BATCH AND WL-CONTROL-FAILED
031310             MOVE 16 TO RETURN-CODE
031320         WHEN BATCH-MISMATCH-COUNT > 0 OR RECONCILE-MISMATCH
031330                 OR DIST-CHECK-FAILED OR TIER-CHECK-FAILED
031340             MOVE 8 TO RETURN-CODE
031350         WHEN BATCH-INVALID-COUNT > 0
031360                 OR BATCH-OVERFLOW-COUNT > 0
031370                 OR PAYOUT-GAMES-OVER-LIMIT > 0
031380                 OR PAYOUT-GAMES-NOT-EVALUATED > 0
031390             MOVE 4 TO RETURN-CODE
031400         WHEN OTHER
031410             MOVE 0 TO RETURN-CODE
031420     END-EVALUATE.
031430 9000-EXIT.
031440     EXIT.
031450
031460* ---------------------------------------------------------------
031470* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
031480* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
031490* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
031500* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
031510* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
031520* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
031530* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
031540* ---------------------------------------------------------------
031550 9700-LOG-START-EVENT.
031560*    THE AUDIT RUN IDENTIFIER IS USED, SO THE RUN'S EVENTS TIE
031570*    STRAIGHT BACK TO ITS AUDIT RECORDS.
031580     MOVE AUDIT-RUN-ID TO EVENT-RUN-ID.
031590     MOVE "START" TO EL-EVENT.
031600     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
031610     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
031620 9700-EXIT.
031630     EXIT.
031640
031650 9750-LOG-END-EVENT.
031660     MOVE "END" TO EL-EVENT.
031670*    EVERY RECORD READ LANDS IN ONE DISPOSITION COUNT, SO THEIR
031680*    SUM IS THE RECORDS IN; OUT IS THE ANSWERS CALCULATED.
031690     COMPUTE EL-RECORDS-IN = BATCH-CKPT-SKIPPED
031700         + BATCH-CALC-OK-COUNT + BATCH-INVALID-COUNT
031710         + BATCH-OVERFLOW-COUNT + BATCH-CONTROL-COUNT.
031720     MOVE BATCH-CALC-OK-COUNT TO EL-RECORDS-OUT.
031730     MOVE RETURN-CODE TO EL-COND-CODE.
031740     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
031750 9750-EXIT.
031760     EXIT.
031770
031780 9790-WRITE-EVENT-RECORD.
031790     OPEN EXTEND EVENT-LOG-FILE.
031800     IF EV-FILE-NOT-FOUND
031810         OPEN OUTPUT EVENT-LOG-FILE
031820         CLOSE EVENT-LOG-FILE
031830         OPEN EXTEND EVENT-LOG-FILE
031840     END-IF.
031850     IF NOT EV-FILE-OK
031860         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
031870             EV-FILE-STATUS
031880         GO TO 9790-EXIT
031890     END-IF.
031900     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
031910     ACCEPT CURR-TIME FROM TIME.
031920     MOVE "COMBPERM" TO EL-PROGRAM.
031930     MOVE EVENT-RUN-ID TO EL-RUN-ID.
031940     MOVE CURR-DATE TO EL-DATE.
031950     MOVE CURR-TIME TO EL-TIME.
031960     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
031970     IF NOT EV-FILE-OK
031980         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
031990             EV-FILE-STATUS
032000     END-IF.
032010     CLOSE EVENT-LOG-FILE.
032020 9790-EXIT.
032030     EXIT.
032040
032050 END PROGRAM COMBINATIONS-PERMUTATIONS.

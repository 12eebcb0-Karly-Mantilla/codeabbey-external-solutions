000210* 12/30/2021 FG    ORIGINAL PROGRAM - MERGES UP TO THREE
000220*                   UPSTREAM WORKLISTS AHEAD OF THE EDIT STEP
000230*                   SO THE NIGHTLY BATCH RUNS ONCE INSTEAD OF
000232*                   ONCE PER DEPARTMENT.
000234* 05/19/2022 FG    RECORDS WIDENED TO 70 BYTES TO CARRY THE
000236*                   GROUP SIZES OF THE NEW MUL MULTINOMIAL
000238*                   DETAIL THROUGH THE MERGE UNCHANGED.
000240* 06/16/2022 FG    THE DEPARTMENT NAMED BY EACH SENDING FILE'S
000242*                   HEADER MUST BE ACTIVE ON THE NEW DEPARTMENT
000244*                   MASTER; OTHERWISE THE FILE FAILS ITS
000246*                   CONTROLS LIKE A BAD TRAILER.  THE MERGE
000248*                   CANNOT RUN WITHOUT THE MASTER AND ENDS 16.
000250* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000252*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000254*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000256*                   FOR THE MORNING STATUS REPORT.
000258 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. WORKLIST-MERGE.
000270 AUTHOR. FRANK GLASER.
000280 INSTALLATION. OPERATIONS RESEARCH GROUP.
000520*    FRESH HEADER AND TRAILER OF ITS OWN.
000530     SELECT MERGED-FILE ASSIGN TO "MERGEDWL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS MG-FILE-STATUS.
000544*    INDEXED DEPARTMENT MASTER OF VALID REQUESTOR CODES,
000546*    MAINTAINED BY DEPTMNT AND READ RANDOMLY BY CODE.
000548     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000550         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS RANDOM
000554         RECORD KEY IS DM-CODE
000556         FILE STATUS IS DM-FILE-STATUS.
000558*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000560*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
000562     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS EV-FILE-STATUS.
000568
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  WORKIN1-FILE
000600         RECORD CONTAINS 70 CHARACTERS.
000610 01  WORKIN1-RECORD                PIC X(70).
000620
000630 FD  WORKIN2-FILE
000640         RECORD CONTAINS 70 CHARACTERS.
000650 01  WORKIN2-RECORD                PIC X(70).
000660
000670 FD  WORKIN3-FILE
000680         RECORD CONTAINS 70 CHARACTERS.
000690 01  WORKIN3-RECORD                PIC X(70).
000700
000710 FD  MERGED-FILE
000711         RECORD CONTAINS 70 CHARACTERS.
000712 01  MERGED-RECORD                 PIC X(70).
000713
000714 FD  DEPARTMENT-MASTER-FILE
000715         RECORD CONTAINS 80 CHARACTERS.
000716 01  DEPARTMENT-RECORD.
000717     05  DM-CODE                   PIC X(03).
000718     05  DM-NAME                   PIC X(30).
000719     05  DM-COST-CENTRE            PIC X(08).
000720     05  DM-STATUS                 PIC X(01).
000721         88  DM-ACTIVE             VALUE "A".
000722     05  DM-EFFECTIVE-FROM         PIC 9(08).
000723     05  DM-EFFECTIVE-TO           PIC 9(08).
000724     05  DM-DATE-CHANGED           PIC 9(08).
000725     05  FILLER                    PIC X(14).
000726
000727 FD  EVENT-LOG-FILE
000728         RECORD CONTAINS 80 CHARACTERS.
000729 01  EVENT-LOG-RECORD              PIC X(80).
000740
000750 WORKING-STORAGE SECTION.
000760* ---------------------------------------------------------------
000910 77  MG-FILE-STATUS                PIC X(02).
000920     88  MG-FILE-OK                VALUE "00".
000930
000932 77  DM-FILE-STATUS                PIC X(02).
000934     88  DM-FILE-OK                VALUE "00".
000936
000940 77  MRG-ABORT-SWITCH              PIC X(01) VALUE "N".
000950     88  MRG-ABORT                 VALUE "Y".
000960
001100     05  MW-REPETITION-FLAG        PIC X(03).
001110     05  MW-DEPARTMENT             PIC X(03).
001120     05  FILLER                    PIC X(01).
001125     05  MW-GROUP-SIZES            PIC X(50).
001130 01  MRG-HEADER-VIEW REDEFINES MRG-WORK-RECORD.
001140     05  MH-RECORD-ID              PIC X(03).
001150     05  MH-CREATE-DATE            PIC 9(08).
001430* ITS SOURCE.  DETAILS ALREADY KEYED WITH A DEPARTMENT KEEP
001440* THEIR OWN.
001450 77  MRG-SOURCE-TAG                PIC X(03) VALUE SPACES.
001451* RESULT OF LOOKING UP THE HEADER DEPARTMENT ON THE DEPARTMENT
001452* MASTER - SPACE UNTIL THE FILE'S HEADER HAS BEEN READ.
001453 77  MRG-HEADER-DEPT-STATUS        PIC X(01) VALUE SPACE.
001454     88  MRG-HEADER-DEPT-VALID     VALUE "V".
001455     88  MRG-HEADER-DEPT-INVALID   VALUE "X".
001460
001470* ---------------------------------------------------------------
001480* COMBINED-FILE TOTALS AND RUN SWITCHES
001560     88  MRG-CONTROL-PASSED        VALUE "P".
001570     88  MRG-CONTROL-FAILED        VALUE "F".
001580 77  CURR-DATE                     PIC 9(08).
001585 77  CURR-TIME                     PIC 9(08).
001590
001600 01  MRG-HEADER-LINE.
001610     05  FILLER                    PIC X(03) VALUE "HDR".
001640
001650 01  MRG-TRAILER-LINE.
001660     05  FILLER                    PIC X(03) VALUE "TRL".
001662     05  OT-DETAIL-COUNT           PIC 9(07).
001664     05  OT-HASH-TOTAL             PIC 9(10).
001666
001668* ---------------------------------------------------------------
001670* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
001672* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
001674* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
001676* THE MORNING STATUS REPORT CAN PAIR THEM UP.
001678* ---------------------------------------------------------------
001680 77  EV-FILE-STATUS                PIC X(02).
001682     88  EV-FILE-OK                VALUE "00".
001684     88  EV-FILE-NOT-FOUND         VALUE "35".
001686 01  EVENT-RUN-ID.
001688     05  ERI-DATE                  PIC 9(08).
001690     05  ERI-TIME                  PIC 9(06).
001692 01  EVENT-LOG-LINE.
001694     05  EL-PROGRAM                PIC X(08).
001696     05  FILLER                    PIC X(01) VALUE SPACE.
001698     05  EL-RUN-ID                 PIC 9(14).
001700     05  FILLER                    PIC X(01) VALUE SPACE.
001702     05  EL-EVENT                  PIC X(05).
001704     05  FILLER                    PIC X(01) VALUE SPACE.
001706     05  EL-DATE                   PIC 9(08).
001708     05  FILLER                    PIC X(01) VALUE SPACE.
001710     05  EL-TIME                   PIC 9(08).
001712     05  FILLER                    PIC X(01) VALUE SPACE.
001714     05  EL-RECORDS-IN             PIC 9(09).
001716     05  FILLER                    PIC X(01) VALUE SPACE.
001718     05  EL-RECORDS-OUT            PIC 9(09).
001720     05  FILLER                    PIC X(01) VALUE SPACE.
001722     05  EL-COND-CODE              PIC 9(04).
001724
001726 PROCEDURE DIVISION.
001728* ===============================================================
001730* 0000-MAIN-PROCEDURE - ENTRY POINT
001732* ===============================================================
001740 0000-MAIN-PROCEDURE.
001745     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
001750     PERFORM 1000-OPEN-MERGED-FILE THRU 1000-EXIT.
001760     IF MRG-ABORT
001770         GO TO 0000-TERMINATE
001820     PERFORM 4000-WRITE-MERGED-TRAILER THRU 4000-EXIT.
001830     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001840     CLOSE MERGED-FILE.
001845     CLOSE DEPARTMENT-MASTER-FILE.
001850 0000-TERMINATE.
001860*    GRADED STEP CONDITION CODE FOR THE SCHEDULER, WORST
001870*    GRADE WINS:
001877*      16  COULD NOT RUN - THE COMBINED FILE OR THE
001884*          DEPARTMENT MASTER WOULD NOT OPEN, OR NO INPUT
001891*          WORKLIST WAS PRESENT AT ALL.
001900*       8  A FILE'S CONTROL VERIFY FAILED - THE COMBINED
001910*          WORKLIST HAS NO TRAILER AND THE EDIT STEP MUST
001920*          NOT RUN AGAINST IT.
002010         WHEN OTHER
002020             MOVE 0 TO RETURN-CODE
002030     END-EVALUATE.
002035     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002040     STOP RUN.
002050
002060* ---------------------------------------------------------------
002070* 1000-OPEN-MERGED-FILE - OPENS THE COMBINED WORKLIST AND
002076* LEADS IT WITH THE FRESH HEADER, THEN OPENS THE DEPARTMENT
002082* MASTER THE SENDING FILES' HEADERS ARE CHECKED AGAINST.
002090* ---------------------------------------------------------------
002100 1000-OPEN-MERGED-FILE.
002110     OPEN OUTPUT MERGED-FILE.
002180     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
002190     MOVE CURR-DATE TO OH-CREATE-DATE.
002200     WRITE MERGED-RECORD FROM MRG-HEADER-LINE.
002201     OPEN INPUT DEPARTMENT-MASTER-FILE.
002202     IF NOT DM-FILE-OK
002203         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - STATUS "
002204             DM-FILE-STATUS
002205         SET MRG-ABORT TO TRUE
002206         CLOSE MERGED-FILE
002207     END-IF.
002210 1000-EXIT.
002220     EXIT.
002230
003090         MRG-FILE-NONNUMERIC MRG-TRAILER-COUNT
003100         MRG-TRAILER-HASH.
003110     MOVE SPACES TO MRG-SOURCE-SYSTEM MRG-SOURCE-TAG.
003115     MOVE SPACE TO MRG-HEADER-DEPT-STATUS.
003120 2200-EXIT.
003130     EXIT.
003140
003860 2500-EXIT.
003870     EXIT.
003880
003882* 2600-PROCESS-HEADER-RECORD - THE DEPARTMENT IN THE FIRST
003884* THREE BYTES OF THE SOURCE SYSTEM MUST BE ON THE DEPARTMENT
003886* MASTER, ACTIVE, AND WITHIN ITS EFFECTIVE DATES TODAY.  THE
003888* VERDICT IS HELD FOR THE FILE'S CONTROL VERIFY.
003890 2600-PROCESS-HEADER-RECORD.
003900     MOVE MH-SOURCE-SYSTEM TO MRG-SOURCE-SYSTEM.
003910     MOVE MH-SOURCE-SYSTEM (1:3) TO MRG-SOURCE-TAG.
003920     DISPLAY MRG-FILE-LABEL " WORKLIST CREATED "
003922         MH-CREATE-DATE " BY " MH-SOURCE-SYSTEM.
003924     SET MRG-HEADER-DEPT-INVALID TO TRUE.
003926     MOVE MRG-SOURCE-TAG TO DM-CODE.
003928     READ DEPARTMENT-MASTER-FILE
003930         INVALID KEY
003932             GO TO 2600-EXIT
003934     END-READ.
003936     IF DM-FILE-OK AND DM-ACTIVE
003938             AND DM-EFFECTIVE-FROM NOT > CURR-DATE
003940             AND DM-EFFECTIVE-TO NOT < CURR-DATE
003942         SET MRG-HEADER-DEPT-VALID TO TRUE
003944     END-IF.
003946 2600-EXIT.
003950     EXIT.
003960
003970 2700-CAPTURE-TRAILER-RECORD.
004230* AGAINST WHAT WAS READ FROM IT.  EVERY MESSAGE NAMES THE DD
004240* AND THE HEADER SOURCE SYSTEM SO OPERATIONS KNOWS EXACTLY
004250* WHICH DEPARTMENT'S FILE TO CHASE.  ANY FAILURE WITHHOLDS
004256* THE COMBINED TRAILER.  A HEADER WHOSE DEPARTMENT IS NOT
004262* VALID ON THE DEPARTMENT MASTER FAILS THE FILE THE SAME WAY.
004270* ---------------------------------------------------------------
004280 3000-VERIFY-FILE-CONTROLS.
004281     IF MRG-HEADER-DEPT-INVALID
004282         DISPLAY MRG-FILE-LABEL " HEADER DEPARTMENT "
004283             MRG-SOURCE-TAG " FROM " MRG-SOURCE-SYSTEM
004284             " NOT ACTIVE ON DEPARTMENT MASTER"
004285         SET MRG-CONTROL-FAILED TO TRUE
004286         GO TO 3000-EXIT
004287     END-IF.
004290     IF NOT MRG-TRAILER-SEEN
004300         DISPLAY MRG-FILE-LABEL " TRAILER MISSING - FILE FROM "
004310             MRG-SOURCE-SYSTEM " MAY BE TRUNCATED"
004840 8000-EXIT.
004850     EXIT.
004860
004870* ---------------------------------------------------------------
004880* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
004890* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
004900* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
004910* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
004920* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
004930* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
004940* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
004950* ---------------------------------------------------------------
004960 9700-LOG-START-EVENT.
004970     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
004980     ACCEPT CURR-TIME FROM TIME.
004990     MOVE CURR-DATE TO ERI-DATE.
005000     MOVE CURR-TIME (1:6) TO ERI-TIME.
005010     MOVE "START" TO EL-EVENT.
005020     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
005030     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005040 9700-EXIT.
005050     EXIT.
005060
005070 9750-LOG-END-EVENT.
005080     MOVE "END" TO EL-EVENT.
005090     MOVE MRG-RECORDS-READ TO EL-RECORDS-IN.
005100     MOVE MRG-OUT-DETAILS TO EL-RECORDS-OUT.
005110     MOVE RETURN-CODE TO EL-COND-CODE.
005120     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005130 9750-EXIT.
005140     EXIT.
005150
005160 9790-WRITE-EVENT-RECORD.
005170     OPEN EXTEND EVENT-LOG-FILE.
005180     IF EV-FILE-NOT-FOUND
005190         OPEN OUTPUT EVENT-LOG-FILE
005200         CLOSE EVENT-LOG-FILE
005210         OPEN EXTEND EVENT-LOG-FILE
005220     END-IF.
005230     IF NOT EV-FILE-OK
005240         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
005250             EV-FILE-STATUS
005260         GO TO 9790-EXIT
005270     END-IF.
005280     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
005290     ACCEPT CURR-TIME FROM TIME.
005300     MOVE "WLMERGE" TO EL-PROGRAM.
005310     MOVE EVENT-RUN-ID TO EL-RUN-ID.
005320     MOVE CURR-DATE TO EL-DATE.
005330     MOVE CURR-TIME TO EL-TIME.
005340     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
005350     IF NOT EV-FILE-OK
005360         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
005370             EV-FILE-STATUS
005380     END-IF.
005390     CLOSE EVENT-LOG-FILE.
005400 9790-EXIT.
005410     EXIT.
005420
005430 END PROGRAM WORKLIST-MERGE.

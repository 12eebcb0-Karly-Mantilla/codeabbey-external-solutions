000302*                   DEPARTMENT CODE IN THREE OF THE SPARE
000303*                   FILLER BYTES.  A BLANK DEPARTMENT IS
000304*                   REJECTED WITH REASON 06 SO EVERY RECORD
000306*                   THE CHARGEBACK REPORT SEES IS BILLABLE.
000308* 04/21/2022 FG    THE LAST SPARE BYTE IS NOW A RUSH FLAG -
000310*                   R FOR THE PRIORITY LANE, SPACE FOR
000312*                   ROUTINE.  ANYTHING ELSE IS REJECTED WITH
000314*                   REASON 07.
000316* 05/19/2022 FG    NEW MUL DETAIL RECORD TYPE FOR A MULTINOMIAL
000318*                   COUNT - TOTAL IN THE CHOICES COLUMNS, NUMBER
000320*                   OF GROUPS IN THE CHOSEN COLUMNS, AND UP TO
000322*                   TEN GROUP SIZES IN NEW COLUMNS 21-70.  A
000324*                   GROUP COUNT OUTSIDE 2-10 IS REJECTED WITH
000326*                   REASON 08, A MISSING OR STRAY GROUP SIZE
000328*                   WITH 09, AND SIZES THAT DO NOT ADD UP TO THE
000330*                   TOTAL WITH 10.  THE REJECT RECORD CARRIES THE
000332*                   GROUP SIZES AFTER THE REASON CODE.
000334* 06/16/2022 FG    THE DEPARTMENT CODE IS NOW LOOKED UP ON THE
000336*                   NEW DEPARTMENT MASTER.  A CODE NOT ON IT, OR
000338*                   NOT ACTIVE AND IN ITS EFFECTIVE DATES TODAY,
000340*                   IS REJECTED WITH REASON 11.  THE EDIT CANNOT
000342*                   RUN WITHOUT THE MASTER AND ENDS 16.
000344* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000346*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000348*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000350*                   FOR THE MORNING STATUS REPORT.
000352 IDENTIFICATION DIVISION.
000354 PROGRAM-ID. WORKLIST-EDIT.
000356 AUTHOR. FRANK GLASER.
000358 INSTALLATION. OPERATIONS RESEARCH GROUP.
000360 DATE-WRITTEN. 07/29/2021.
000362 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000530*    A REASON CODE, RETURNED TO DATA ENTRY FOR CORRECTION.
000540     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000552         FILE STATUS IS RJ-FILE-STATUS.
000554*    INDEXED DEPARTMENT MASTER OF VALID REQUESTOR CODES,
000556*    MAINTAINED BY DEPTMNT AND READ RANDOMLY BY CODE.
000558     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000560         ORGANIZATION IS INDEXED
000562         ACCESS MODE IS RANDOM
000564         RECORD KEY IS DM-CODE
000566         FILE STATUS IS DM-FILE-STATUS.
000568*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000570*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
000572     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS EV-FILE-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WORKLIST-FILE
000610         RECORD CONTAINS 70 CHARACTERS.
000620 01  WORKLIST-RECORD.
000630     05  WL-CHOICE-MATTER          PIC X(03).
000640     05  WL-CHOICES                PIC X(05).
000708*    RUSH FLAG - R RUNS IN THE PRIORITY LANE OF THE BATCH
000709*    CALCULATION RUN, SPACE IS ROUTINE.
000710     05  WL-RUSH-FLAG              PIC X(01).
000711*    MULTINOMIAL GROUP SIZES - A MUL DETAIL ONLY, TEN 5-DIGIT
000712*    SIZES.  THE OTHER DETAIL TYPES LEAVE THE COLUMNS BLANK.
000713     05  WL-GROUP-SIZES.
000714         10  WL-GROUP-SIZE         PIC X(05) OCCURS 10 TIMES.
000715     05  WL-GROUP-SIZES-NUM REDEFINES WL-GROUP-SIZES.
000716         10  WL-GROUP-SIZE-NUM     PIC 9(05) OCCURS 10 TIMES.
000720* HEADER CONTROL RECORD - FIRST RECORD OF THE WORKLIST,
000730* IDENTIFIED BY HDR IN THE CHOICE-MATTER COLUMNS.
000740 01  WORKLIST-HEADER-RECORD.
000840     05  WT-HASH-TOTAL             PIC 9(10).
000850
000860 FD  CLEAN-FILE
000870         RECORD CONTAINS 70 CHARACTERS.
000880 01  CLEAN-RECORD                  PIC X(70).
000890
000900 FD  REJECT-FILE
000910         RECORD CONTAINS 80 CHARACTERS.
000920 01  REJECT-RECORD.
000930     05  RJ-DETAIL                 PIC X(20).
000940     05  FILLER                    PIC X(01).
000942     05  RJ-REASON-CODE            PIC X(02).
000944     05  FILLER                    PIC X(07).
000946     05  RJ-GROUP-SIZES            PIC X(50).
000948
000950 FD  DEPARTMENT-MASTER-FILE
000952         RECORD CONTAINS 80 CHARACTERS.
000954 01  DEPARTMENT-RECORD.
000956     05  DM-CODE                   PIC X(03).
000958     05  DM-NAME                   PIC X(30).
000960     05  DM-COST-CENTRE            PIC X(08).
000962     05  DM-STATUS                 PIC X(01).
000964         88  DM-ACTIVE             VALUE "A".
000966     05  DM-EFFECTIVE-FROM         PIC 9(08).
000968     05  DM-EFFECTIVE-TO           PIC 9(08).
000970     05  DM-DATE-CHANGED           PIC 9(08).
000972     05  FILLER                    PIC X(14).
000974
000976 FD  EVENT-LOG-FILE
000978         RECORD CONTAINS 80 CHARACTERS.
000980 01  EVENT-LOG-RECORD              PIC X(80).
000982
000984 WORKING-STORAGE SECTION.
000990* ---------------------------------------------------------------
001000* FILE STATUS FIELDS
001010* ---------------------------------------------------------------
001080
001090 77  RJ-FILE-STATUS                PIC X(02).
001100     88  RJ-FILE-OK                VALUE "00".
001102
001104 77  DM-FILE-STATUS                PIC X(02).
001106     88  DM-FILE-OK                VALUE "00".
001110
001120 77  EDIT-ABORT-SWITCH             PIC X(01) VALUE "N".
001130     88  EDIT-ABORT                VALUE "Y".
001260     88  EDIT-CHOSEN-OVER-CHOICES  VALUE "05".
001262     88  EDIT-BAD-DEPARTMENT       VALUE "06".
001264     88  EDIT-BAD-RUSH-FLAG        VALUE "07".
001266     88  EDIT-BAD-GROUP-COUNT      VALUE "08".
001268     88  EDIT-BAD-GROUP-SIZE       VALUE "09".
001270     88  EDIT-GROUPS-NOT-TOTAL     VALUE "10".
001272     88  EDIT-UNKNOWN-DEPARTMENT   VALUE "11".
001274
001276* ---------------------------------------------------------------
001278* MULTINOMIAL EDIT FIELDS
001280* ---------------------------------------------------------------
001282 77  EDIT-GROUP-MAX                PIC 9(05) COMP VALUE 10.
001284 77  EDIT-GROUP-NO                 PIC 9(05) COMP.
001286 77  EDIT-GROUP-TOTAL              PIC 9(09) COMP.
001288
001290* ---------------------------------------------------------------
001292* EDIT TOTALS FOR THE END-OF-RUN DISPLAY
001300* ---------------------------------------------------------------
001310 77  EDIT-RECORDS-READ             PIC 9(09) COMP VALUE 0.
001320 77  EDIT-RECORDS-CLEAN            PIC 9(09) COMP VALUE 0.
001540 77  EDIT-HEADER-WRITTEN-SWITCH    PIC X(01) VALUE "N".
001550     88  EDIT-HEADER-WRITTEN       VALUE "Y".
001560 77  CURR-DATE                     PIC 9(08).
001565 77  CURR-TIME                     PIC 9(08).
001570
001580 01  EDIT-HEADER-LINE.
001590     05  FILLER                    PIC X(03) VALUE "HDR".
001620
001630 01  EDIT-TRAILER-LINE.
001640     05  FILLER                    PIC X(03) VALUE "TRL".
001642     05  ET-DETAIL-COUNT           PIC 9(07).
001644     05  ET-HASH-TOTAL             PIC 9(10).
001646
001648* ---------------------------------------------------------------
001650* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
001652* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
001654* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
001656* THE MORNING STATUS REPORT CAN PAIR THEM UP.
001658* ---------------------------------------------------------------
001660 77  EV-FILE-STATUS                PIC X(02).
001662     88  EV-FILE-OK                VALUE "00".
001664     88  EV-FILE-NOT-FOUND         VALUE "35".
001666 01  EVENT-RUN-ID.
001668     05  ERI-DATE                  PIC 9(08).
001670     05  ERI-TIME                  PIC 9(06).
001672 01  EVENT-LOG-LINE.
001674     05  EL-PROGRAM                PIC X(08).
001676     05  FILLER                    PIC X(01) VALUE SPACE.
001678     05  EL-RUN-ID                 PIC 9(14).
001680     05  FILLER                    PIC X(01) VALUE SPACE.
001682     05  EL-EVENT                  PIC X(05).
001684     05  FILLER                    PIC X(01) VALUE SPACE.
001686     05  EL-DATE                   PIC 9(08).
001688     05  FILLER                    PIC X(01) VALUE SPACE.
001690     05  EL-TIME                   PIC 9(08).
001692     05  FILLER                    PIC X(01) VALUE SPACE.
001694     05  EL-RECORDS-IN             PIC 9(09).
001696     05  FILLER                    PIC X(01) VALUE SPACE.
001698     05  EL-RECORDS-OUT            PIC 9(09).
001700     05  FILLER                    PIC X(01) VALUE SPACE.
001702     05  EL-COND-CODE              PIC 9(04).
001704
001706 PROCEDURE DIVISION.
001708* ===============================================================
001710* 0000-MAIN-PROCEDURE - ENTRY POINT
001712* ===============================================================
001720 0000-MAIN-PROCEDURE.
001725     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
001730     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001740     IF EDIT-ABORT
001750         GO TO 0000-TERMINATE
001920 0000-TERMINATE.
001930*    GRADED STEP CONDITION CODE FOR THE SCHEDULER, WORST
001940*    GRADE WINS:
001946*      16  COULD NOT RUN - A FILE, OR THE DEPARTMENT
001952*          MASTER, WOULD NOT OPEN.
001960*       8  INPUT CONTROL VERIFY FAILED - THE CLEAN WORKLIST
001970*          HAS NO TRAILER AND THE CALCULATION STEP MUST NOT
001980*          RUN AGAINST IT.
002080         WHEN OTHER
002090             MOVE 0 TO RETURN-CODE
002100     END-EVALUATE.
002105     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002110     STOP RUN.
002120
002130* ---------------------------------------------------------------
002360         SET EDIT-ABORT TO TRUE
002370         CLOSE WORKLIST-FILE
002380         CLOSE CLEAN-FILE
002385         GO TO 1000-EXIT
002387     END-IF.
002389     OPEN INPUT DEPARTMENT-MASTER-FILE.
002391     IF NOT DM-FILE-OK
002393         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - STATUS "
002395             DM-FILE-STATUS
002397         SET EDIT-ABORT TO TRUE
002399         CLOSE WORKLIST-FILE
002401         CLOSE CLEAN-FILE
002403         CLOSE REJECT-FILE
002405         GO TO 1000-EXIT
002407     END-IF.
002409     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
002411 1000-EXIT.
002413     EXIT.
002420
002430 2100-READ-WORKLIST-RECORD.
002440     READ WORKLIST-FILE
003040* APPLIES, CAUGHT HERE BEFORE THE BATCH RUN.  THE FIRST
003050* FAILED CHECK SETS THE REASON CODE AND THE REST ARE SKIPPED.
003060* A SPACE REPETITION FLAG IS ACCEPTED BECAUSE THE CALCULATION
003063* STEP TREATS IT AS NO.  A MUL DETAIL TAKES THE MULTINOMIAL
003066* CHECKS IN 3100 IN PLACE OF THE CHOICE CHECKS, THEN THE SAME
003069* DEPARTMENT AND RUSH CHECKS AS ANY OTHER DETAIL.  A
003072* DEPARTMENT CODE MUST BE ON THE DEPARTMENT MASTER, ACTIVE,
003075* AND WITHIN ITS EFFECTIVE DATES ON THE DAY OF THE EDIT.
003080* ---------------------------------------------------------------
003090 3000-VALIDATE-RECORD.
003100     MOVE "00" TO EDIT-REASON-CODE.
003101     IF WL-CHOICE-MATTER = "MUL"
003102         PERFORM 3100-VALIDATE-MULTINOMIAL THRU 3100-EXIT
003103         IF EDIT-RECORD-CLEAN
003104             GO TO 3000-CHECK-REQUESTOR
003105         END-IF
003106         GO TO 3000-EXIT
003107     END-IF.
003110     IF WL-CHOICE-MATTER NOT = "YES" AND "yes"
003120             AND "NO " AND "no "
003130         SET EDIT-BAD-CHOICE-MATTER TO TRUE
003220         SET EDIT-CHOICES-NOT-NUMERIC TO TRUE
003240         GO TO 3000-EXIT
003250     END-IF.
003252     IF WL-CHOSEN NOT NUMERIC
003254         SET EDIT-CHOSEN-NOT-NUMERIC TO TRUE
003256         GO TO 3000-EXIT
003258     END-IF.
003260     IF WL-REPETITION-FLAG NOT = "YES" AND "yes"
003262         IF WL-CHOSEN > WL-CHOICES
003264             SET EDIT-CHOSEN-OVER-CHOICES TO TRUE
003266             GO TO 3000-EXIT
003268         END-IF
003270     END-IF.
003272 3000-CHECK-REQUESTOR.
003274     IF WL-DEPARTMENT = SPACES
003276         SET EDIT-BAD-DEPARTMENT TO TRUE
003278         GO TO 3000-EXIT
003280     END-IF.
003282     MOVE WL-DEPARTMENT TO DM-CODE.
003284     READ DEPARTMENT-MASTER-FILE
003286         INVALID KEY
003288             SET EDIT-UNKNOWN-DEPARTMENT TO TRUE
003290             GO TO 3000-EXIT
003292     END-READ.
003294     IF NOT DM-FILE-OK
003296             OR NOT DM-ACTIVE
003298             OR DM-EFFECTIVE-FROM > CURR-DATE
003300             OR DM-EFFECTIVE-TO < CURR-DATE
003302         SET EDIT-UNKNOWN-DEPARTMENT TO TRUE
003304         GO TO 3000-EXIT
003306     END-IF.
003308     IF WL-RUSH-FLAG NOT = "R" AND SPACE
003310         SET EDIT-BAD-RUSH-FLAG TO TRUE
003312     END-IF.
003314 3000-EXIT.
003316     EXIT.
003318
003320* 3100-VALIDATE-MULTINOMIAL - THE REPETITION COLUMNS MUST BE
003322* BLANK OR NO, THE TOTAL AND GROUP COUNT NUMERIC, THE COUNT
003324* 2 THROUGH 10, EVERY GROUP IN USE A NONZERO SIZE, EVERY SLOT
003326* PAST THE LAST GROUP BLANK OR ZERO, AND THE SIZES MUST ADD UP
003328* TO THE TOTAL.
003330 3100-VALIDATE-MULTINOMIAL.
003332     IF WL-REPETITION-FLAG NOT = "NO " AND "no " AND SPACES
003334         SET EDIT-BAD-REPETITION-FLAG TO TRUE
003336         GO TO 3100-EXIT
003338     END-IF.
003340     IF WL-CHOICES NOT NUMERIC
003342         SET EDIT-CHOICES-NOT-NUMERIC TO TRUE
003344         GO TO 3100-EXIT
003346     END-IF.
003348     IF WL-CHOSEN NOT NUMERIC
003350         SET EDIT-CHOSEN-NOT-NUMERIC TO TRUE
003352         GO TO 3100-EXIT
003354     END-IF.
003356     IF WL-CHOSEN-NUM < 2 OR WL-CHOSEN-NUM > EDIT-GROUP-MAX
003358         SET EDIT-BAD-GROUP-COUNT TO TRUE
003360         GO TO 3100-EXIT
003362     END-IF.
003364     MOVE 0 TO EDIT-GROUP-TOTAL.
003366     PERFORM 3110-VALIDATE-GROUP-SIZE THRU 3110-EXIT
003368         VARYING EDIT-GROUP-NO FROM 1 BY 1
003370         UNTIL EDIT-GROUP-NO > EDIT-GROUP-MAX
003372            OR NOT EDIT-RECORD-CLEAN.
003374     IF NOT EDIT-RECORD-CLEAN
003376         GO TO 3100-EXIT
003378     END-IF.
003380     IF EDIT-GROUP-TOTAL NOT = WL-CHOICES-NUM
003382         SET EDIT-GROUPS-NOT-TOTAL TO TRUE
003384     END-IF.
003386 3100-EXIT.
003388     EXIT.
003390
003392 3110-VALIDATE-GROUP-SIZE.
003394     IF EDIT-GROUP-NO > WL-CHOSEN-NUM
003396         IF WL-GROUP-SIZE (EDIT-GROUP-NO) NOT = SPACES AND ZEROS
003398             SET EDIT-BAD-GROUP-SIZE TO TRUE
003400         END-IF
003402         GO TO 3110-EXIT
003404     END-IF.
003406     IF WL-GROUP-SIZE (EDIT-GROUP-NO) NOT NUMERIC
003408         SET EDIT-BAD-GROUP-SIZE TO TRUE
003410         GO TO 3110-EXIT
003412     END-IF.
003414     IF WL-GROUP-SIZE-NUM (EDIT-GROUP-NO) = 0
003416         SET EDIT-BAD-GROUP-SIZE TO TRUE
003418         GO TO 3110-EXIT
003420     END-IF.
003422     ADD WL-GROUP-SIZE-NUM (EDIT-GROUP-NO) TO EDIT-GROUP-TOTAL.
003424 3110-EXIT.
003426     EXIT.
003428
003430 4000-WRITE-CLEAN-RECORD.
003432     IF NOT EDIT-HEADER-WRITTEN
003434         PERFORM 4200-WRITE-CLEAN-HEADER THRU 4200-EXIT
003436     END-IF.
003438     WRITE CLEAN-RECORD FROM WORKLIST-RECORD.
003440     IF NOT CL-FILE-OK
003450         DISPLAY "UNABLE TO WRITE CLEAN RECORD - STATUS "
003460             CL-FILE-STATUS
003540 4100-WRITE-REJECT-RECORD.
003550     MOVE SPACES TO REJECT-RECORD.
003560     MOVE WORKLIST-RECORD TO RJ-DETAIL.
003565     MOVE WL-GROUP-SIZES TO RJ-GROUP-SIZES.
003570     MOVE EDIT-REASON-CODE TO RJ-REASON-CODE.
003580     WRITE REJECT-RECORD.
003590     IF NOT RJ-FILE-OK
003700* FILE ARRIVED WITHOUT ITS OWN HEADER; THE CLEAN WORKLIST
003710* ALWAYS LEADS WITH ONE.
003720 4200-WRITE-CLEAN-HEADER.
003740     MOVE CURR-DATE TO EH-CREATE-DATE.
003750     WRITE CLEAN-RECORD FROM EDIT-HEADER-LINE.
003760     SET EDIT-HEADER-WRITTEN TO TRUE.
004340     CLOSE WORKLIST-FILE.
004350     CLOSE CLEAN-FILE.
004360     CLOSE REJECT-FILE.
004365     CLOSE DEPARTMENT-MASTER-FILE.
004370 9000-EXIT.
004380     EXIT.
004390
004400* ---------------------------------------------------------------
004410* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
004420* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
004430* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
004440* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
004450* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
004460* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
004470* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
004480* ---------------------------------------------------------------
004490 9700-LOG-START-EVENT.
004500     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
004510     ACCEPT CURR-TIME FROM TIME.
004520     MOVE CURR-DATE TO ERI-DATE.
004530     MOVE CURR-TIME (1:6) TO ERI-TIME.
004540     MOVE "START" TO EL-EVENT.
004550     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
004560     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
004570 9700-EXIT.
004580     EXIT.
004590
004600 9750-LOG-END-EVENT.
004610     MOVE "END" TO EL-EVENT.
004620     MOVE EDIT-RECORDS-READ TO EL-RECORDS-IN.
004630     MOVE EDIT-RECORDS-CLEAN TO EL-RECORDS-OUT.
004640     MOVE RETURN-CODE TO EL-COND-CODE.
004650     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
004660 9750-EXIT.
004670     EXIT.
004680
004690 9790-WRITE-EVENT-RECORD.
004700     OPEN EXTEND EVENT-LOG-FILE.
004710     IF EV-FILE-NOT-FOUND
004720         OPEN OUTPUT EVENT-LOG-FILE
004730         CLOSE EVENT-LOG-FILE
004740         OPEN EXTEND EVENT-LOG-FILE
004750     END-IF.
004760     IF NOT EV-FILE-OK
004770         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
004780             EV-FILE-STATUS
004790         GO TO 9790-EXIT
004800     END-IF.
004810     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
004820     ACCEPT CURR-TIME FROM TIME.
004830     MOVE "WLEDIT" TO EL-PROGRAM.
004840     MOVE EVENT-RUN-ID TO EL-RUN-ID.
004850     MOVE CURR-DATE TO EL-DATE.
004860     MOVE CURR-TIME TO EL-TIME.
004870     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
004880     IF NOT EV-FILE-OK
004890         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
004900             EV-FILE-STATUS
004910     END-IF.
004920     CLOSE EVENT-LOG-FILE.
004930 9790-EXIT.
004940     EXIT.
004950
004960 END PROGRAM WORKLIST-EDIT.

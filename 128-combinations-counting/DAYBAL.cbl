000270*                   OTHER AND AGAINST THE RUNSTATS DISPOSITION
000280*                   RECORDS, WITH A GRADED CONDITION CODE FOR
000290*                   THE SCHEDULER.
000291* 05/19/2022 FG    SUSPENSE RECORD WIDENED TO 80 BYTES - IT NOW
000292*                   CARRIES THE GROUP SIZES OF A MULTINOMIAL
000293*                   DETAIL.
000294* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000295*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000296*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000297*                   FOR THE MORNING STATUS REPORT.
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. DAILY-BALANCE.
000320 AUTHOR. FRANK GLASER.
000670     SELECT REPORT-FILE ASSIGN TO "BALRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RP-FILE-STATUS.
000691*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000692*    EVERY RUN, READ BACK BY THE MORNING STATUS REPORT.
000693     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000694         ORGANIZATION IS LINE SEQUENTIAL
000695         FILE STATUS IS EV-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000830     05  FILLER                    PIC X(124).
000840
000850 FD  SUSPENSE-FILE
000860         RECORD CONTAINS 80 CHARACTERS.
000870 01  SUSPENSE-IN-RECORD            PIC X(80).
000880
000890 FD  RUN-STATS-FILE
000900         RECORD CONTAINS 80 CHARACTERS.
001110 FD  REPORT-FILE
001120         RECORD CONTAINS 132 CHARACTERS.
001130 01  REPORT-RECORD                 PIC X(132).
001132
001134 FD  EVENT-LOG-FILE
001136         RECORD CONTAINS 80 CHARACTERS.
001138 01  EVENT-LOG-RECORD              PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160* ---------------------------------------------------------------
001970     05  BAL-CHECK-VERDICT         PIC X(25).
001980
001990 01  BAL-VERDICT-LINE.
001992     05  FILLER                    PIC X(05) VALUE SPACES.
001994     05  BAL-VERDICT-TEXT          PIC X(40).
001996
001998* ---------------------------------------------------------------
002000* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
002002* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
002004* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
002006* THE MORNING STATUS REPORT CAN PAIR THEM UP.
002008* ---------------------------------------------------------------
002010 77  EV-FILE-STATUS                PIC X(02).
002012     88  EV-FILE-OK                VALUE "00".
002014     88  EV-FILE-NOT-FOUND         VALUE "35".
002016 01  EVENT-RUN-ID.
002018     05  ERI-DATE                  PIC 9(08).
002020     05  ERI-TIME                  PIC 9(06).
002022 01  EVENT-LOG-LINE.
002024     05  EL-PROGRAM                PIC X(08).
002026     05  FILLER                    PIC X(01) VALUE SPACE.
002028     05  EL-RUN-ID                 PIC 9(14).
002030     05  FILLER                    PIC X(01) VALUE SPACE.
002032     05  EL-EVENT                  PIC X(05).
002034     05  FILLER                    PIC X(01) VALUE SPACE.
002036     05  EL-DATE                   PIC 9(08).
002038     05  FILLER                    PIC X(01) VALUE SPACE.
002040     05  EL-TIME                   PIC 9(08).
002042     05  FILLER                    PIC X(01) VALUE SPACE.
002044     05  EL-RECORDS-IN             PIC 9(09).
002046     05  FILLER                    PIC X(01) VALUE SPACE.
002048     05  EL-RECORDS-OUT            PIC 9(09).
002050     05  FILLER                    PIC X(01) VALUE SPACE.
002052     05  EL-COND-CODE              PIC 9(04).
002054
002056 PROCEDURE DIVISION.
002058* ===============================================================
002060* 0000-MAIN-PROCEDURE - ENTRY POINT
002062* ===============================================================
002070 0000-MAIN-PROCEDURE.
002075     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF BAL-ABORT
002100         GO TO 0000-TERMINATE
002270         WHEN OTHER
002280             MOVE 0 TO RETURN-CODE
002290     END-EVALUATE.
002295     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002300     STOP RUN.
002310
002320* ---------------------------------------------------------------
005330 8300-EXIT.
005340     EXIT.
005350
005360* ---------------------------------------------------------------
005370* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
005380* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
005390* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
005400* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
005410* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
005420* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
005430* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
005440* ---------------------------------------------------------------
005450 9700-LOG-START-EVENT.
005460     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
005470     ACCEPT CURR-TIME FROM TIME.
005480     MOVE CURR-DATE TO ERI-DATE.
005490     MOVE CURR-TIME (1:6) TO ERI-TIME.
005500     MOVE "START" TO EL-EVENT.
005510     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
005520     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005530 9700-EXIT.
005540     EXIT.
005550
005560 9750-LOG-END-EVENT.
005570     MOVE "END" TO EL-EVENT.
005580*    THE DAY'S RECORDS COUNTED ON THE FOUR FILES GO IN; THE
005590*    JOB WRITES NOTHING BUT ITS REPORT.
005600     COMPUTE EL-RECORDS-IN = BAL-AUD-DAY-COUNT
005610         + BAL-RES-DAY-COUNT + BAL-SUSP-FILE-COUNT
005620         + BAL-RUNS-REPORTED.
005630     MOVE 0 TO EL-RECORDS-OUT.
005640     MOVE RETURN-CODE TO EL-COND-CODE.
005650     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
005660 9750-EXIT.
005670     EXIT.
005680
005690 9790-WRITE-EVENT-RECORD.
005700     OPEN EXTEND EVENT-LOG-FILE.
005710     IF EV-FILE-NOT-FOUND
005720         OPEN OUTPUT EVENT-LOG-FILE
005730         CLOSE EVENT-LOG-FILE
005740         OPEN EXTEND EVENT-LOG-FILE
005750     END-IF.
005760     IF NOT EV-FILE-OK
005770         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
005780             EV-FILE-STATUS
005790         GO TO 9790-EXIT
005800     END-IF.
005810     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
005820     ACCEPT CURR-TIME FROM TIME.
005830     MOVE "DAYBAL" TO EL-PROGRAM.
005840     MOVE EVENT-RUN-ID TO EL-RUN-ID.
005850     MOVE CURR-DATE TO EL-DATE.
005860     MOVE CURR-TIME TO EL-TIME.
005870     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
005880     IF NOT EV-FILE-OK
005890         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
005900             EV-FILE-STATUS
005910     END-IF.
005920     CLOSE EVENT-LOG-FILE.
005930 9790-EXIT.
005940     EXIT.
005950
005960 END PROGRAM DAILY-BALANCE.

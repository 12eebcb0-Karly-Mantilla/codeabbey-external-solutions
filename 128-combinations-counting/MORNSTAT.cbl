000010* ---------------------------------------------------------------
000020* PROGRAM: MORNING-STATUS
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: ONE-PAGE MORNING STATUS OF THE BATCH JOB STREAM,
000050*          BUILT FROM THE SHARED EVENT LOG THAT EVERY STEP
000060*          APPENDS A START AND AN END EVENT TO.  FOR EACH STEP
000070*          IT SHOWS WHETHER THE STEP RAN SINCE THE CUTOFF,
000080*          WHEN IT STARTED, HOW LONG IT TOOK, ITS RECORD COUNTS
000090*          AND ITS CONDITION CODE AND GRADE.  A STEP THAT
000100*          STARTED BUT NEVER LOGGED AN END, AN END WITH NO
000110*          START, A NIGHTLY STEP THAT DID NOT RUN, AND A STEP
000120*          THAT ENDED 8 OR HIGHER ARE LISTED AS PROBLEMS.
000130* TECTONICS: cobc
000140* ---------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* ---------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------------------------------------------------------------
000190* 08/25/2022 FG    ORIGINAL PROGRAM - MORNING JOB-STREAM STATUS
000200*                   PAGE FROM THE SHARED EVENT LOG.
000202* 09/22/2022 FG    EVERY RUN ENDING 8 OR HIGHER IS LISTED, AND A
000204*                   STEP IS GRADED ON ITS WORST RUN SINCE THE
000206*                   CUTOFF, SO A LATER RERUN CANNOT HIDE A
000208*                   FAILED ONE.
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. MORNING-STATUS.
000230 AUTHOR. FRANK GLASER.
000240 INSTALLATION. OPERATIONS RESEARCH GROUP.
000250 DATE-WRITTEN. 08/25/2022.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC.
000310 OBJECT-COMPUTER. GENERIC.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*    SHARED EVENT LOG - A START AND AN END LINE APPENDED BY
000350*    EVERY RUN OF EVERY STEP, IN THE ORDER THEY HAPPENED.
000360     SELECT EVENT-LOG-FILE ASSIGN TO "EVENTLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS EV-FILE-STATUS.
000390*    OPTIONAL CUTOFF CARD - SEE 1100-PARSE-SINCE-CARD.
000400     SELECT STATCTL-FILE ASSIGN TO "STATCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SC-FILE-STATUS.
000430*    THE ONE-PAGE MORNING STATUS REPORT.
000440     SELECT REPORT-FILE ASSIGN TO "STATRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RP-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500* SAME FIXED COLUMNS AS EVERY PROGRAM WRITES THEM.
000510 FD  EVENT-LOG-FILE
000520         RECORD CONTAINS 80 CHARACTERS.
000530 01  EVENT-LOG-RECORD.
000540     05  EI-PROGRAM                PIC X(08).
000550     05  FILLER                    PIC X(01).
000560     05  EI-RUN-ID                 PIC 9(14).
000570     05  FILLER                    PIC X(01).
000580     05  EI-EVENT                  PIC X(05).
000590         88  EI-START-EVENT        VALUE "START".
000600         88  EI-END-EVENT          VALUE "END".
000610     05  FILLER                    PIC X(01).
000620     05  EI-DATE                   PIC 9(08).
000630     05  FILLER                    PIC X(01).
000640     05  EI-TIME                   PIC 9(08).
000650     05  FILLER                    PIC X(01).
000660     05  EI-RECORDS-IN             PIC 9(09).
000670     05  FILLER                    PIC X(01).
000680     05  EI-RECORDS-OUT            PIC 9(09).
000690     05  FILLER                    PIC X(01).
000700     05  EI-COND-CODE              PIC 9(04).
000710     05  FILLER                    PIC X(08).
000720
000730 FD  STATCTL-FILE
000740         RECORD CONTAINS 80 CHARACTERS.
000750 01  STATCTL-RECORD                PIC X(80).
000760
000770 FD  REPORT-FILE
000780         RECORD CONTAINS 132 CHARACTERS.
000790 01  REPORT-RECORD                 PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820* ---------------------------------------------------------------
000830* FILE STATUS FIELDS.  A MISSING EVENT LOG MEANS NOTHING HAS
000840* LOGGED AN EVENT YET AND IS READ AS AN EMPTY ONE - EVERY
000850* NIGHTLY STEP THEN SHOWS AS NOT RUN.
000860* ---------------------------------------------------------------
000870 77  EV-FILE-STATUS                PIC X(02).
000880     88  EV-FILE-OK                VALUE "00".
000890     88  EV-FILE-EOF               VALUE "10".
000900     88  EV-FILE-NOT-FOUND         VALUE "35".
000910
000920 77  SC-FILE-STATUS                PIC X(02).
000930     88  SC-FILE-OK                VALUE "00".
000940
000950 77  RP-FILE-STATUS                PIC X(02).
000960     88  RP-FILE-OK                VALUE "00".
000970
000980 77  MS-ABORT-SWITCH               PIC X(01) VALUE "N".
000990     88  MS-ABORT                  VALUE "Y".
001000 77  MS-LOG-OPEN-SWITCH            PIC X(01) VALUE "N".
001010     88  MS-LOG-OPEN               VALUE "Y".
001020
001030* ---------------------------------------------------------------
001040* CUTOFF - ONLY RUNS STARTED AT OR AFTER IT ARE REPORTED.  THE
001050* STATCTL CARD READS SINCE,YYYYMMDD,HHMM; WITHOUT ONE THE
001060* CUTOFF IS 18:00 YESTERDAY, THE OPENING OF THE NIGHT'S
001070* BATCH WINDOW.
001080* ---------------------------------------------------------------
001090 77  MS-CARD-LINE                  PIC X(80).
001100 77  MS-CARD-VERB                  PIC X(10).
001110     88  MS-SINCE                  VALUE "SINCE".
001120 77  MS-CARD-DATE                  PIC X(10).
001130 77  MS-CARD-TIME                  PIC X(10).
001140 77  MS-DEFAULT-CUTOFF             PIC 9(04) VALUE 1800.
001150 01  MS-SINCE-STAMP.
001160     05  MS-SINCE-DATE             PIC 9(08).
001170     05  MS-SINCE-TIME.
001180         10  MS-SINCE-HH           PIC 9(02).
001190         10  MS-SINCE-MM           PIC 9(02).
001200         10  MS-SINCE-SS           PIC 9(02) VALUE 0.
001210 01  MS-SINCE-STAMP-NUM REDEFINES MS-SINCE-STAMP
001220                                   PIC 9(14).
001230
001240* ---------------------------------------------------------------
001250* CALENDAR WORK AREA FOR STEPPING BACK ONE DAY TO YESTERDAY.
001260* ---------------------------------------------------------------
001270 01  MS-DATE-WORK.
001280     05  MS-DW-YEAR                PIC 9(04).
001290     05  MS-DW-MONTH               PIC 9(02).
001300     05  MS-DW-DAY                 PIC 9(02).
001310 01  MS-MONTH-DAYS-VALUES.
001320     05  FILLER                    PIC X(24) VALUE
001330         "312831303130313130313031".
001340 01  MS-MONTH-DAYS-TABLE REDEFINES MS-MONTH-DAYS-VALUES.
001350     05  MS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
001360 77  MS-LEAP-QUOTIENT              PIC 9(04) COMP.
001370 77  MS-LEAP-REMAINDER-4           PIC 9(04) COMP.
001380 77  MS-LEAP-REMAINDER-100         PIC 9(04) COMP.
001390 77  MS-LEAP-REMAINDER-400         PIC 9(04) COMP.
001400
001410* ---------------------------------------------------------------
001420* THE JOB-STREAM STEPS REPORTED ON, IN RUNNING ORDER.  EACH
001430* ENTRY IS THE PROGRAM THAT LOGS THE EVENTS, THE JOB AND STEP
001440* IT RUNS AS, AND HOW OFTEN IT IS SCHEDULED - N NIGHTLY, M
001450* MONTHLY, D ON DEMAND.  ONLY A NIGHTLY STEP IS A PROBLEM WHEN
001460* IT DID NOT RUN.
001470* ---------------------------------------------------------------
001480 01  MS-STEP-VALUES.
001490     05  FILLER                    PIC X(25) VALUE
001500         "WLMERGE COMBPERMSTEP003 N".
001510     05  FILLER                    PIC X(25) VALUE
001520         "WLEDIT  COMBPERMSTEP005 N".
001530     05  FILLER                    PIC X(25) VALUE
001540         "COMBPERMCOMBPERMSTEP010 N".
001550     05  FILLER                    PIC X(25) VALUE
001560         "DAYBAL  DAYBAL  STEP010 N".
001570     05  FILLER                    PIC X(25) VALUE
001580         "MSTRUTILMSTRUTILSTEP010 N".
001590     05  FILLER                    PIC X(25) VALUE
001600         "LOGARCH LOGARCH STEP010 M".
001610     05  FILLER                    PIC X(25) VALUE
001620         "ARCPULL ARCPULL STEP010 D".
001630 01  MS-STEP-TABLE REDEFINES MS-STEP-VALUES.
001640     05  MS-STEP-ENTRY             OCCURS 7 TIMES.
001650         10  MS-STEP-PROGRAM       PIC X(08).
001660         10  MS-STEP-JOB           PIC X(08).
001670         10  MS-STEP-NAME          PIC X(08).
001680         10  MS-STEP-SCHEDULE      PIC X(01).
001690             88  MS-STEP-NIGHTLY   VALUE "N".
001700             88  MS-STEP-MONTHLY   VALUE "M".
001710 77  MS-STEP-MAX                   PIC 9(03) COMP VALUE 7.
001720 77  MS-STEP-NO                    PIC 9(03) COMP.
001730 77  MS-FOUND-NO                   PIC 9(03) COMP.
001740
001750* ---------------------------------------------------------------
001760* LATEST RUN OF EACH STEP SINCE THE CUTOFF, PARALLEL TO THE
001770* STEP TABLE.  A START EVENT OPENS A RUN; THE END EVENT WITH
001775* THE SAME RUN IDENTIFIER CLOSES IT.  THE WORST CONDITION CODE
001780* OF ANY RUN, AND WHETHER ANY EARLIER RUN NEVER ENDED, ARE
001785* KEPT ACROSS RUNS SO THE STEP IS GRADED ON ITS WORST.
001790* ---------------------------------------------------------------
001800 01  MS-RUN-TABLE.
001810     05  MS-RUN-ENTRY              OCCURS 7 TIMES.
001820         10  MS-RUN-STATE          PIC X(01) VALUE SPACE.
001830             88  MS-RUN-NONE       VALUE SPACE.
001840             88  MS-RUN-STARTED    VALUE "S".
001850             88  MS-RUN-ENDED      VALUE "E".
001860         10  MS-RUN-COUNT          PIC 9(03) COMP VALUE 0.
001870         10  MS-RUN-ID             PIC 9(14) VALUE 0.
001880         10  MS-RUN-START-DATE     PIC 9(08) VALUE 0.
001890         10  MS-RUN-START-TIME     PIC 9(08) VALUE 0.
001900         10  MS-RUN-END-DATE       PIC 9(08) VALUE 0.
001910         10  MS-RUN-END-TIME       PIC 9(08) VALUE 0.
001920         10  MS-RUN-RECORDS-IN     PIC 9(09) VALUE 0.
001930         10  MS-RUN-RECORDS-OUT    PIC 9(09) VALUE 0.
001940         10  MS-RUN-COND-CODE      PIC 9(04) VALUE 0.
001942         10  MS-RUN-WORST-CC       PIC 9(04) VALUE 0.
001944         10  MS-RUN-LOST-SWITCH    PIC X(01) VALUE "N".
001946             88  MS-RUN-LOST       VALUE "Y".
001950
001960* ---------------------------------------------------------------
001970* ELAPSED TIME.  A RUN THAT CROSSES MIDNIGHT GETS A DAY ADDED
001980* TO ITS END TIME; NO STEP RUNS LONGER THAN A DAY.
001990* ---------------------------------------------------------------
002000 01  MS-TIME-WORK.
002010     05  MS-TW-HH                  PIC 9(02).
002020     05  MS-TW-MM                  PIC 9(02).
002030     05  MS-TW-SS                  PIC 9(02).
002040     05  MS-TW-CC                  PIC 9(02).
002050 77  MS-START-SECONDS              PIC 9(07) COMP.
002060 77  MS-END-SECONDS                PIC 9(07) COMP.
002070 77  MS-ELAPSED-SECONDS            PIC 9(07) COMP.
002080 77  MS-ELAPSED-MINUTES            PIC 9(07) COMP.
002090 77  MS-ELAPSED-HOURS              PIC 9(07) COMP.
002100 01  MS-ELAPSED-EDIT.
002110     05  MS-EE-HH                  PIC ZZ9.
002120     05  FILLER                    PIC X(01) VALUE ":".
002130     05  MS-EE-MM                  PIC 9(02).
002140     05  FILLER                    PIC X(01) VALUE ":".
002150     05  MS-EE-SS                  PIC 9(02).
002160 01  MS-CLOCK-EDIT.
002170     05  MS-CE-HH                  PIC 9(02).
002180     05  FILLER                    PIC X(01) VALUE ":".
002190     05  MS-CE-MM                  PIC 9(02).
002200     05  FILLER                    PIC X(01) VALUE ":".
002210     05  MS-CE-SS                  PIC 9(02).
002220
002230* ---------------------------------------------------------------
002240* PROBLEMS FOUND, HELD UNTIL THE STEP LINES HAVE PRINTED.  ANY
002250* BEYOND THE TABLE ARE COUNTED BUT NOT LISTED.
002260* ---------------------------------------------------------------
002270 01  MS-PROBLEM-TABLE.
002280     05  MS-PROBLEM-TEXT           PIC X(80) OCCURS 20 TIMES.
002290 77  MS-PROBLEM-MAX                PIC 9(03) COMP VALUE 20.
002300 77  MS-PROBLEM-NO                 PIC 9(03) COMP.
002310 77  MS-PROBLEM-WORK               PIC X(80).
002320
002330* ---------------------------------------------------------------
002340* RUN TOTALS
002350* ---------------------------------------------------------------
002360 77  MS-EVENTS-READ                PIC 9(09) COMP VALUE 0.
002370 77  MS-EVENTS-BEFORE-CUTOFF       PIC 9(09) COMP VALUE 0.
002380 77  MS-EVENTS-OTHER-PROGRAMS      PIC 9(09) COMP VALUE 0.
002390 77  MS-STEPS-RUN                  PIC 9(09) COMP VALUE 0.
002400 77  MS-STEPS-MISSED               PIC 9(09) COMP VALUE 0.
002410 77  MS-STEPS-WARNED               PIC 9(09) COMP VALUE 0.
002420 77  MS-PROBLEM-COUNT              PIC 9(09) COMP VALUE 0.
002430
002440* ---------------------------------------------------------------
002450* PRINT LINES - ONE PAGE, NO PAGE CONTROL NEEDED
002460* ---------------------------------------------------------------
002470 77  CURR-DATE                     PIC 9(08).
002480 77  CURR-TIME                     PIC 9(08).
002490
002500 01  MS-HEADING-1.
002510     05  FILLER                    PIC X(11) VALUE "MORNSTAT   ".
002520     05  FILLER                    PIC X(34) VALUE
002530         "MORNING JOB-STREAM STATUS".
002540     05  FILLER                    PIC X(11) VALUE "RUNS SINCE ".
002550     05  MS-HDG-SINCE-DATE         PIC 9(08).
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  MS-HDG-SINCE-HH           PIC 9(02).
002580     05  FILLER                    PIC X(01) VALUE ":".
002590     05  MS-HDG-SINCE-MM           PIC 9(02).
002600
002610 01  MS-HEADING-2.
002620     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
002630     05  MS-HDG-DATE               PIC 9(08).
002640     05  FILLER                    PIC X(12) VALUE "  RUN TIME: ".
002650     05  MS-HDG-TIME               PIC 9(08).
002660
002670 01  MS-COLUMN-LINE.
002680     05  FILLER                    PIC X(09) VALUE "JOB".
002690     05  FILLER                    PIC X(09) VALUE "STEP".
002700     05  FILLER                    PIC X(09) VALUE "PROGRAM".
002710     05  FILLER                    PIC X(10) VALUE "SCHEDULE".
002720     05  FILLER                    PIC X(08) VALUE "STATUS".
002730     05  FILLER                    PIC X(18) VALUE "STARTED".
002740     05  FILLER                    PIC X(10) VALUE "ELAPSED".
002750     05  FILLER                    PIC X(10) VALUE "RECS IN".
002760     05  FILLER                    PIC X(10) VALUE "RECS OUT".
002770     05  FILLER                    PIC X(05) VALUE "CC".
002780     05  FILLER                    PIC X(11) VALUE "GRADE".
002790     05  FILLER                    PIC X(04) VALUE "RUNS".
002800
002810* ONE STEP.  A STEP THAT DID NOT RUN PRINTS ITS NAMES AND
002820* STATUS ONLY; ONE WITH NO END EVENT HAS NO ELAPSED TIME,
002826* COUNTS OR CONDITION CODE TO SHOW.  TIMES AND COUNTS ARE THE
002832* LATEST RUN'S; CC AND GRADE ARE THE WORST OF THE RUNS COUNTED.
002840 01  MS-DETAIL-LINE.
002850     05  MD-JOB                    PIC X(08).
002860     05  FILLER                    PIC X(01) VALUE SPACE.
002870     05  MD-STEP                   PIC X(08).
002880     05  FILLER                    PIC X(01) VALUE SPACE.
002890     05  MD-PROGRAM                PIC X(08).
002900     05  FILLER                    PIC X(01) VALUE SPACE.
002910     05  MD-SCHEDULE               PIC X(09).
002920     05  FILLER                    PIC X(01) VALUE SPACE.
002930     05  MD-STATUS                 PIC X(07).
002940     05  FILLER                    PIC X(01) VALUE SPACE.
002950     05  MD-START-DATE             PIC X(08).
002960     05  FILLER                    PIC X(01) VALUE SPACE.
002970     05  MD-START-TIME             PIC X(08).
002980     05  FILLER                    PIC X(01) VALUE SPACE.
002990     05  MD-ELAPSED                PIC X(09).
003000     05  FILLER                    PIC X(01) VALUE SPACE.
003010     05  MD-RECORDS-IN             PIC X(09).
003020     05  FILLER                    PIC X(01) VALUE SPACE.
003030     05  MD-RECORDS-OUT            PIC X(09).
003040     05  FILLER                    PIC X(01) VALUE SPACE.
003050     05  MD-COND-CODE              PIC X(04).
003060     05  FILLER                    PIC X(01) VALUE SPACE.
003070     05  MD-GRADE                  PIC X(10).
003080     05  FILLER                    PIC X(01) VALUE SPACE.
003090     05  MD-RUNS                   PIC X(03).
003100 77  MS-COUNT-EDIT                 PIC Z(08)9.
003110 77  MS-CC-EDIT                    PIC ZZZ9.
003120 77  MS-RUNS-EDIT                  PIC ZZ9.
003130
003140 01  MS-SECTION-LINE.
003150     05  FILLER                    PIC X(05) VALUE SPACES.
003160     05  MS-SECTION-TEXT           PIC X(40).
003170
003180 01  MS-PROBLEM-LINE.
003190     05  FILLER                    PIC X(05) VALUE SPACES.
003200     05  FILLER                    PIC X(04) VALUE "*** ".
003210     05  MS-PROBLEM-MESSAGE        PIC X(80).
003220
003230 01  MS-COUNT-LINE.
003240     05  FILLER                    PIC X(05) VALUE SPACES.
003250     05  MS-COUNT-LABEL            PIC X(40).
003260     05  MS-COUNT-VALUE            PIC Z(08)9.
003270
003280 01  MS-VERDICT-LINE.
003290     05  FILLER                    PIC X(05) VALUE SPACES.
003300     05  MS-VERDICT-TEXT           PIC X(40).
003310
003320 PROCEDURE DIVISION.
003330* ===============================================================
003340* 0000-MAIN-PROCEDURE - ENTRY POINT
003350* ===============================================================
003360 0000-MAIN-PROCEDURE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     IF MS-ABORT
003390         GO TO 0000-TERMINATE
003400     END-IF.
003410     IF MS-LOG-OPEN
003420         PERFORM 2000-READ-EVENT THRU 2000-EXIT
003430         PERFORM 2100-PROCESS-EVENT THRU 2100-EXIT
003440             UNTIL EV-FILE-EOF
003450         CLOSE EVENT-LOG-FILE
003460     END-IF.
003470     PERFORM 3000-PRINT-STATUS-REPORT THRU 3000-EXIT.
003480     CLOSE REPORT-FILE.
003490 0000-TERMINATE.
003500*    GRADED STEP CONDITION CODE FOR THE SCHEDULER: 16 COULD
003510*    NOT RUN; 8 A PROBLEM IS LISTED - A STEP MISSED, NEVER
003520*    FINISHED, OR ENDED 8 OR HIGHER - PAGE SOMEONE; 4 A STEP
003530*    ENDED WITH A WARNING; 0 THE WHOLE STREAM RAN CLEAN.
003540     EVALUATE TRUE
003550         WHEN MS-ABORT
003560             MOVE 16 TO RETURN-CODE
003570         WHEN MS-PROBLEM-COUNT > 0
003580             MOVE 8 TO RETURN-CODE
003590         WHEN MS-STEPS-WARNED > 0
003600             MOVE 4 TO RETURN-CODE
003610         WHEN OTHER
003620             MOVE 0 TO RETURN-CODE
003630     END-EVALUATE.
003640     STOP RUN.
003650
003660* ---------------------------------------------------------------
003670* 1000-INITIALIZE - SET THE CUTOFF FROM THE CARD OR THE
003680* DEFAULT, THEN OPEN THE EVENT LOG AND THE REPORT.  A CARD
003690* THAT IS SUPPLIED BUT BAD STOPS THE RUN RATHER THAN REPORT
003700* ON A WINDOW NOBODY ASKED FOR.
003710* ---------------------------------------------------------------
003720 1000-INITIALIZE.
003730     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003740     ACCEPT CURR-TIME FROM TIME.
003750     MOVE SPACES TO MS-CARD-LINE.
003760     OPEN INPUT STATCTL-FILE.
003770     IF SC-FILE-OK
003780         READ STATCTL-FILE
003790             AT END
003800                 CONTINUE
003810             NOT AT END
003820                 MOVE STATCTL-RECORD TO MS-CARD-LINE
003830         END-READ
003840         CLOSE STATCTL-FILE
003850     END-IF.
003860     IF MS-CARD-LINE NOT = SPACES
003870         PERFORM 1100-PARSE-SINCE-CARD THRU 1100-EXIT
003880         IF MS-ABORT
003890             GO TO 1000-EXIT
003900         END-IF
003910     ELSE
003920         PERFORM 1200-SET-DEFAULT-CUTOFF THRU 1200-EXIT
003930     END-IF.
003940     OPEN INPUT EVENT-LOG-FILE.
003950     EVALUATE TRUE
003960         WHEN EV-FILE-OK
003970             SET MS-LOG-OPEN TO TRUE
003980         WHEN EV-FILE-NOT-FOUND
003990             DISPLAY "EVENT LOG NOT FOUND - NO EVENTS LOGGED"
004000         WHEN OTHER
004010             DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
004020                 EV-FILE-STATUS
004030             SET MS-ABORT TO TRUE
004040             GO TO 1000-EXIT
004050     END-EVALUATE.
004060     OPEN OUTPUT REPORT-FILE.
004070     IF NOT RP-FILE-OK
004080         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
004090             RP-FILE-STATUS
004100         SET MS-ABORT TO TRUE
004110         IF MS-LOG-OPEN
004120             CLOSE EVENT-LOG-FILE
004130         END-IF
004140     END-IF.
004150 1000-EXIT.
004160     EXIT.
004170
004180 1100-PARSE-SINCE-CARD.
004190     MOVE SPACES TO MS-CARD-VERB MS-CARD-DATE MS-CARD-TIME.
004200     UNSTRING MS-CARD-LINE DELIMITED BY ","
004210         INTO MS-CARD-VERB MS-CARD-DATE MS-CARD-TIME
004220     END-UNSTRING.
004230     IF NOT MS-SINCE
004240             OR MS-CARD-DATE (1:8) NOT NUMERIC
004250             OR MS-CARD-TIME (1:4) NOT NUMERIC
004260         DISPLAY "INVALID STATCTL CARD: " MS-CARD-LINE
004270         SET MS-ABORT TO TRUE
004280         GO TO 1100-EXIT
004290     END-IF.
004300     MOVE MS-CARD-DATE (1:8) TO MS-SINCE-DATE.
004310     MOVE MS-CARD-TIME (1:2) TO MS-SINCE-HH.
004320     MOVE MS-CARD-TIME (3:2) TO MS-SINCE-MM.
004330     IF MS-SINCE-HH > 23 OR MS-SINCE-MM > 59
004340         DISPLAY "INVALID STATCTL CARD: " MS-CARD-LINE
004350         SET MS-ABORT TO TRUE
004360     END-IF.
004370 1100-EXIT.
004380     EXIT.
004390
004400* 1200-SET-DEFAULT-CUTOFF - YESTERDAY AT THE DEFAULT CUTOFF
004410* TIME.  THE FIRST OF A MONTH STEPS BACK TO THE LAST DAY OF
004420* THE MONTH BEFORE, WITH FEBRUARY TAKING 29 DAYS IN A LEAP
004430* YEAR.
004440 1200-SET-DEFAULT-CUTOFF.
004450     MOVE CURR-DATE TO MS-DATE-WORK.
004460     IF MS-DW-DAY > 1
004470         SUBTRACT 1 FROM MS-DW-DAY
004480         GO TO 1200-SET-STAMP
004490     END-IF.
004500     IF MS-DW-MONTH = 1
004510         MOVE 12 TO MS-DW-MONTH
004520         SUBTRACT 1 FROM MS-DW-YEAR
004530     ELSE
004540         SUBTRACT 1 FROM MS-DW-MONTH
004550     END-IF.
004560     MOVE MS-MONTH-DAYS (MS-DW-MONTH) TO MS-DW-DAY.
004570     IF MS-DW-MONTH NOT = 2
004580         GO TO 1200-SET-STAMP
004590     END-IF.
004600     DIVIDE MS-DW-YEAR BY 4 GIVING MS-LEAP-QUOTIENT
004610         REMAINDER MS-LEAP-REMAINDER-4.
004620     DIVIDE MS-DW-YEAR BY 100 GIVING MS-LEAP-QUOTIENT
004630         REMAINDER MS-LEAP-REMAINDER-100.
004640     DIVIDE MS-DW-YEAR BY 400 GIVING MS-LEAP-QUOTIENT
004650         REMAINDER MS-LEAP-REMAINDER-400.
004660     IF MS-LEAP-REMAINDER-4 = 0
004670             AND (MS-LEAP-REMAINDER-100 NOT = 0
004680                  OR MS-LEAP-REMAINDER-400 = 0)
004690         MOVE 29 TO MS-DW-DAY
004700     END-IF.
004710 1200-SET-STAMP.
004720     MOVE MS-DATE-WORK TO MS-SINCE-DATE.
004730     MOVE MS-DEFAULT-CUTOFF (1:2) TO MS-SINCE-HH.
004740     MOVE MS-DEFAULT-CUTOFF (3:2) TO MS-SINCE-MM.
004750 1200-EXIT.
004760     EXIT.
004770
004780* ---------------------------------------------------------------
004790* 2000 SERIES - ONE PASS OF THE EVENT LOG.  EVENTS OF RUNS
004800* STARTED BEFORE THE CUTOFF, AND OF PROGRAMS NOT IN THE STEP
004810* TABLE, ARE COUNTED AND PASSED OVER.
004820* ---------------------------------------------------------------
004830 2000-READ-EVENT.
004840     READ EVENT-LOG-FILE
004850         AT END
004860             SET EV-FILE-EOF TO TRUE
004870         NOT AT END
004880             ADD 1 TO MS-EVENTS-READ
004890     END-READ.
004900 2000-EXIT.
004910     EXIT.
004920
004930 2100-PROCESS-EVENT.
004940     PERFORM 2150-FIND-STEP THRU 2150-EXIT.
004950     IF MS-FOUND-NO = 0
004960         ADD 1 TO MS-EVENTS-OTHER-PROGRAMS
004970         GO TO 2100-NEXT-EVENT
004980     END-IF.
004990     IF EI-RUN-ID < MS-SINCE-STAMP-NUM
005000         ADD 1 TO MS-EVENTS-BEFORE-CUTOFF
005010         GO TO 2100-NEXT-EVENT
005020     END-IF.
005030     EVALUATE TRUE
005040         WHEN EI-START-EVENT
005050             PERFORM 2200-RECORD-START THRU 2200-EXIT
005060         WHEN EI-END-EVENT
005070             PERFORM 2300-RECORD-END THRU 2300-EXIT
005080         WHEN OTHER
005090             MOVE SPACES TO MS-PROBLEM-WORK
005100             STRING EI-PROGRAM DELIMITED BY SPACE
005110                 " RUN " DELIMITED BY SIZE
005120                 EI-RUN-ID DELIMITED BY SIZE
005130                 " LOGGED AN UNKNOWN EVENT TYPE"
005140                     DELIMITED BY SIZE
005150                 INTO MS-PROBLEM-WORK
005160             END-STRING
005170             PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
005180     END-EVALUATE.
005190 2100-NEXT-EVENT.
005200     PERFORM 2000-READ-EVENT THRU 2000-EXIT.
005210 2100-EXIT.
005220     EXIT.
005230
005240 2150-FIND-STEP.
005250     MOVE 0 TO MS-FOUND-NO.
005260     PERFORM 2160-CHECK-STEP-ENTRY THRU 2160-EXIT
005270         VARYING MS-STEP-NO FROM 1 BY 1
005280         UNTIL MS-STEP-NO > MS-STEP-MAX OR MS-FOUND-NO > 0.
005290 2150-EXIT.
005300     EXIT.
005310
005320 2160-CHECK-STEP-ENTRY.
005330     IF EI-PROGRAM = MS-STEP-PROGRAM (MS-STEP-NO)
005340         MOVE MS-STEP-NO TO MS-FOUND-NO
005350     END-IF.
005360 2160-EXIT.
005370     EXIT.
005380
005390* 2200-RECORD-START - A START OPENS A NEW RUN OF THE STEP.  A
005400* RUN STILL WAITING FOR ITS END MEANS THAT EARLIER RUN NEVER
005406* FINISHED, AND IT IS LISTED AND MARKED AGAINST THE STEP
005412* BEFORE THE NEW ONE REPLACES IT.
005420 2200-RECORD-START.
005430     IF MS-RUN-STARTED (MS-FOUND-NO)
005440         MOVE SPACES TO MS-PROBLEM-WORK
005450         STRING EI-PROGRAM DELIMITED BY SPACE
005460             " RUN " DELIMITED BY SIZE
005470             MS-RUN-ID (MS-FOUND-NO) DELIMITED BY SIZE
005480             " STARTED BUT NEVER LOGGED AN END"
005490                 DELIMITED BY SIZE
005500             INTO MS-PROBLEM-WORK
005510         END-STRING
005520         PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
005525         SET MS-RUN-LOST (MS-FOUND-NO) TO TRUE
005530     END-IF.
005540     SET MS-RUN-STARTED (MS-FOUND-NO) TO TRUE.
005550     ADD 1 TO MS-RUN-COUNT (MS-FOUND-NO).
005560     MOVE EI-RUN-ID TO MS-RUN-ID (MS-FOUND-NO).
005570     MOVE EI-DATE TO MS-RUN-START-DATE (MS-FOUND-NO).
005580     MOVE EI-TIME TO MS-RUN-START-TIME (MS-FOUND-NO).
005590     MOVE 0 TO MS-RUN-END-DATE (MS-FOUND-NO)
005600         MS-RUN-END-TIME (MS-FOUND-NO)
005610         MS-RUN-RECORDS-IN (MS-FOUND-NO)
005620         MS-RUN-RECORDS-OUT (MS-FOUND-NO)
005630         MS-RUN-COND-CODE (MS-FOUND-NO).
005640 2200-EXIT.
005650     EXIT.
005660
005670* 2300-RECORD-END - AN END MUST CLOSE THE OPEN RUN WITH ITS
005680* OWN RUN IDENTIFIER.  ANY OTHER END IS LISTED AND IGNORED.
005683* EVERY RUN ENDING 8 OR HIGHER IS LISTED HERE, AS IT ENDS, SO
005686* ONE FOLLOWED BY A CLEAN RERUN IS STILL REPORTED.
005690 2300-RECORD-END.
005700     IF NOT MS-RUN-STARTED (MS-FOUND-NO)
005710             OR EI-RUN-ID NOT = MS-RUN-ID (MS-FOUND-NO)
005720         MOVE SPACES TO MS-PROBLEM-WORK
005730         STRING EI-PROGRAM DELIMITED BY SPACE
005740             " RUN " DELIMITED BY SIZE
005750             EI-RUN-ID DELIMITED BY SIZE
005760             " LOGGED AN END WITH NO START"
005770                 DELIMITED BY SIZE
005780             INTO MS-PROBLEM-WORK
005790         END-STRING
005800         PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
005810         GO TO 2300-EXIT
005820     END-IF.
005830     SET MS-RUN-ENDED (MS-FOUND-NO) TO TRUE.
005840     MOVE EI-DATE TO MS-RUN-END-DATE (MS-FOUND-NO).
005850     MOVE EI-TIME TO MS-RUN-END-TIME (MS-FOUND-NO).
005860     MOVE EI-RECORDS-IN TO MS-RUN-RECORDS-IN (MS-FOUND-NO).
005870     MOVE EI-RECORDS-OUT TO MS-RUN-RECORDS-OUT (MS-FOUND-NO).
005872     MOVE EI-COND-CODE TO MS-RUN-COND-CODE (MS-FOUND-NO).
005874     IF EI-COND-CODE > MS-RUN-WORST-CC (MS-FOUND-NO)
005876         MOVE EI-COND-CODE TO MS-RUN-WORST-CC (MS-FOUND-NO)
005878     END-IF.
005880     IF EI-COND-CODE NOT < 8
005882         MOVE SPACES TO MS-PROBLEM-WORK
005884         STRING EI-PROGRAM DELIMITED BY SPACE
005886             " RUN " DELIMITED BY SIZE
005888             EI-RUN-ID DELIMITED BY SIZE
005890             " ENDED WITH CONDITION CODE " DELIMITED BY SIZE
005892             EI-COND-CODE DELIMITED BY SIZE
005894             INTO MS-PROBLEM-WORK
005896         END-STRING
005898         PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
005900     END-IF.
005902 2300-EXIT.
005904     EXIT.
005910
005920* ---------------------------------------------------------------
005930* 3000 SERIES - THE ONE-PAGE STATUS REPORT: ONE LINE PER STEP,
005940* THEN THE PROBLEMS, THEN THE RUN TOTALS AND THE VERDICT.
005950* ---------------------------------------------------------------
005960 3000-PRINT-STATUS-REPORT.
005970     MOVE CURR-DATE TO MS-HDG-DATE.
005980     MOVE CURR-TIME TO MS-HDG-TIME.
005990     MOVE MS-SINCE-DATE TO MS-HDG-SINCE-DATE.
006000     MOVE MS-SINCE-HH TO MS-HDG-SINCE-HH.
006010     MOVE MS-SINCE-MM TO MS-HDG-SINCE-MM.
006020     WRITE REPORT-RECORD FROM MS-HEADING-1
006030         AFTER ADVANCING PAGE.
006040     WRITE REPORT-RECORD FROM MS-HEADING-2
006050         AFTER ADVANCING 1 LINE.
006060     MOVE SPACES TO REPORT-RECORD.
006070     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006080     WRITE REPORT-RECORD FROM MS-COLUMN-LINE
006090         AFTER ADVANCING 1 LINE.
006100     PERFORM 3100-PRINT-STEP-LINE THRU 3100-EXIT
006110         VARYING MS-STEP-NO FROM 1 BY 1
006120         UNTIL MS-STEP-NO > MS-STEP-MAX.
006130     MOVE SPACES TO REPORT-RECORD.
006140     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006150     MOVE "PROBLEMS" TO MS-SECTION-TEXT.
006160     WRITE REPORT-RECORD FROM MS-SECTION-LINE
006170         AFTER ADVANCING 1 LINE.
006180     IF MS-PROBLEM-COUNT = 0
006190         MOVE "NONE" TO MS-SECTION-TEXT
006200         WRITE REPORT-RECORD FROM MS-SECTION-LINE
006210             AFTER ADVANCING 1 LINE
006220     ELSE
006230         PERFORM 3300-PRINT-PROBLEM-LINE THRU 3300-EXIT
006240             VARYING MS-PROBLEM-NO FROM 1 BY 1
006250             UNTIL MS-PROBLEM-NO > MS-PROBLEM-COUNT
006260                 OR MS-PROBLEM-NO > MS-PROBLEM-MAX
006270     END-IF.
006280     IF MS-PROBLEM-COUNT > MS-PROBLEM-MAX
006290         MOVE "MORE PROBLEMS THAN COULD BE LISTED"
006300             TO MS-PROBLEM-MESSAGE
006310         WRITE REPORT-RECORD FROM MS-PROBLEM-LINE
006320             AFTER ADVANCING 1 LINE
006330     END-IF.
006340     MOVE SPACES TO REPORT-RECORD.
006350     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006360     MOVE "EVENT RECORDS READ" TO MS-COUNT-LABEL.
006370     MOVE MS-EVENTS-READ TO MS-COUNT-VALUE.
006380     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006390     MOVE "EVENTS OF RUNS BEFORE THE CUTOFF" TO MS-COUNT-LABEL.
006400     MOVE MS-EVENTS-BEFORE-CUTOFF TO MS-COUNT-VALUE.
006410     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006420     MOVE "EVENTS OF PROGRAMS NOT REPORTED ON"
006430         TO MS-COUNT-LABEL.
006440     MOVE MS-EVENTS-OTHER-PROGRAMS TO MS-COUNT-VALUE.
006450     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006460     MOVE "STEPS RUN SINCE THE CUTOFF" TO MS-COUNT-LABEL.
006470     MOVE MS-STEPS-RUN TO MS-COUNT-VALUE.
006480     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006490     MOVE "NIGHTLY STEPS NOT RUN" TO MS-COUNT-LABEL.
006500     MOVE MS-STEPS-MISSED TO MS-COUNT-VALUE.
006510     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006520     MOVE "STEPS ENDED WITH A WARNING" TO MS-COUNT-LABEL.
006530     MOVE MS-STEPS-WARNED TO MS-COUNT-VALUE.
006540     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006550     MOVE "PROBLEMS FOUND" TO MS-COUNT-LABEL.
006560     MOVE MS-PROBLEM-COUNT TO MS-COUNT-VALUE.
006570     PERFORM 3400-PRINT-COUNT-LINE THRU 3400-EXIT.
006580     MOVE SPACES TO REPORT-RECORD.
006590     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006600     EVALUATE TRUE
006610         WHEN MS-PROBLEM-COUNT > 0
006620             MOVE "*** JOB STREAM NEEDS ATTENTION ***"
006630                 TO MS-VERDICT-TEXT
006640             DISPLAY "MORNING STATUS - PROBLEMS FOUND: "
006650                 MS-PROBLEM-COUNT
006660         WHEN MS-STEPS-WARNED > 0
006670             MOVE "JOB STREAM RAN WITH WARNINGS"
006680                 TO MS-VERDICT-TEXT
006690         WHEN OTHER
006700             MOVE "JOB STREAM RAN CLEAN" TO MS-VERDICT-TEXT
006710     END-EVALUATE.
006720     WRITE REPORT-RECORD FROM MS-VERDICT-LINE
006730         AFTER ADVANCING 1 LINE.
006740 3000-EXIT.
006750     EXIT.
006760
006768* 3100-PRINT-STEP-LINE - ONE STEP, GRADED ON ITS WORST RUN.  A
006776* NIGHTLY STEP NOT RUN AND A LATEST RUN WITH NO END ARE LISTED
006784* AS PROBLEMS HERE; AN END OF 8 OR HIGHER AND AN EARLIER RUN
006792* THAT NEVER ENDED WERE LISTED AS THE LOG WAS READ.
006800 3100-PRINT-STEP-LINE.
006810     MOVE SPACES TO MS-DETAIL-LINE.
006820     MOVE MS-STEP-JOB (MS-STEP-NO) TO MD-JOB.
006830     MOVE MS-STEP-NAME (MS-STEP-NO) TO MD-STEP.
006840     MOVE MS-STEP-PROGRAM (MS-STEP-NO) TO MD-PROGRAM.
006850     EVALUATE TRUE
006860         WHEN MS-STEP-NIGHTLY (MS-STEP-NO)
006870             MOVE "NIGHTLY" TO MD-SCHEDULE
006880         WHEN MS-STEP-MONTHLY (MS-STEP-NO)
006890             MOVE "MONTHLY" TO MD-SCHEDULE
006900         WHEN OTHER
006910             MOVE "ON DEMAND" TO MD-SCHEDULE
006920     END-EVALUATE.
006930     IF MS-RUN-NONE (MS-STEP-NO)
006940         MOVE "NOT RUN" TO MD-STATUS
006950         IF MS-STEP-NIGHTLY (MS-STEP-NO)
006960             MOVE "*** MISSED" TO MD-GRADE
006970             ADD 1 TO MS-STEPS-MISSED
006980             MOVE SPACES TO MS-PROBLEM-WORK
006990             STRING MS-STEP-JOB (MS-STEP-NO) DELIMITED BY SPACE
007000                 " " DELIMITED BY SIZE
007010                 MS-STEP-NAME (MS-STEP-NO) DELIMITED BY SPACE
007020                 " (" DELIMITED BY SIZE
007030                 MS-STEP-PROGRAM (MS-STEP-NO)
007040                     DELIMITED BY SPACE
007050                 ") DID NOT RUN" DELIMITED BY SIZE
007060                 INTO MS-PROBLEM-WORK
007070             END-STRING
007080             PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
007090         END-IF
007100         GO TO 3100-WRITE-LINE
007110     END-IF.
007120     ADD 1 TO MS-STEPS-RUN.
007130     MOVE MS-RUN-START-DATE (MS-STEP-NO) TO MD-START-DATE.
007140     MOVE MS-RUN-START-TIME (MS-STEP-NO) TO MS-TIME-WORK.
007150     MOVE MS-TW-HH TO MS-CE-HH.
007160     MOVE MS-TW-MM TO MS-CE-MM.
007170     MOVE MS-TW-SS TO MS-CE-SS.
007180     MOVE MS-CLOCK-EDIT TO MD-START-TIME.
007190     MOVE MS-RUN-COUNT (MS-STEP-NO) TO MS-RUNS-EDIT.
007200     MOVE MS-RUNS-EDIT TO MD-RUNS.
007210     IF MS-RUN-STARTED (MS-STEP-NO)
007220         MOVE "NO END" TO MD-STATUS
007230         MOVE "*** NO END" TO MD-GRADE
007240         MOVE SPACES TO MS-PROBLEM-WORK
007250         STRING MS-STEP-PROGRAM (MS-STEP-NO) DELIMITED BY SPACE
007260             " RUN " DELIMITED BY SIZE
007270             MS-RUN-ID (MS-STEP-NO) DELIMITED BY SIZE
007280             " STARTED BUT NEVER LOGGED AN END"
007290                 DELIMITED BY SIZE
007300             INTO MS-PROBLEM-WORK
007310         END-STRING
007320         PERFORM 7400-ADD-PROBLEM THRU 7400-EXIT
007330         GO TO 3100-WRITE-LINE
007340     END-IF.
007350     MOVE "ENDED" TO MD-STATUS.
007360     PERFORM 3200-FORMAT-ELAPSED THRU 3200-EXIT.
007370     MOVE MS-ELAPSED-EDIT TO MD-ELAPSED.
007380     MOVE MS-RUN-RECORDS-IN (MS-STEP-NO) TO MS-COUNT-EDIT.
007390     MOVE MS-COUNT-EDIT TO MD-RECORDS-IN.
007400     MOVE MS-RUN-RECORDS-OUT (MS-STEP-NO) TO MS-COUNT-EDIT.
007410     MOVE MS-COUNT-EDIT TO MD-RECORDS-OUT.
007420     MOVE MS-RUN-WORST-CC (MS-STEP-NO) TO MS-CC-EDIT.
007430     MOVE MS-CC-EDIT TO MD-COND-CODE.
007440     EVALUATE TRUE
007442         WHEN MS-RUN-WORST-CC (MS-STEP-NO) NOT < 16
007444             MOVE "*** FAILED" TO MD-GRADE
007446         WHEN MS-RUN-WORST-CC (MS-STEP-NO) NOT < 8
007448             MOVE "*** ERROR" TO MD-GRADE
007450         WHEN MS-RUN-LOST (MS-STEP-NO)
007452             MOVE "*** NO END" TO MD-GRADE
007454         WHEN MS-RUN-WORST-CC (MS-STEP-NO) = 0
007460             MOVE "CLEAN" TO MD-GRADE
007470         WHEN OTHER
007480             MOVE "WARNING" TO MD-GRADE
007490             ADD 1 TO MS-STEPS-WARNED
007540     END-EVALUATE.
007660 3100-WRITE-LINE.
007670     WRITE REPORT-RECORD FROM MS-DETAIL-LINE
007680         AFTER ADVANCING 1 LINE.
007690     IF NOT RP-FILE-OK
007700         DISPLAY "UNABLE TO WRITE STATUS REPORT - STATUS "
007710             RP-FILE-STATUS
007720     END-IF.
007730 3100-EXIT.
007740     EXIT.
007750
007760* 3200-FORMAT-ELAPSED - START TO END AS HOURS, MINUTES AND
007770* SECONDS.
007780 3200-FORMAT-ELAPSED.
007790     MOVE MS-RUN-START-TIME (MS-STEP-NO) TO MS-TIME-WORK.
007800     COMPUTE MS-START-SECONDS = MS-TW-HH * 3600
007810         + MS-TW-MM * 60 + MS-TW-SS.
007820     MOVE MS-RUN-END-TIME (MS-STEP-NO) TO MS-TIME-WORK.
007830     COMPUTE MS-END-SECONDS = MS-TW-HH * 3600
007840         + MS-TW-MM * 60 + MS-TW-SS.
007850     IF MS-RUN-END-DATE (MS-STEP-NO)
007860             > MS-RUN-START-DATE (MS-STEP-NO)
007870         ADD 86400 TO MS-END-SECONDS
007880     END-IF.
007890     IF MS-END-SECONDS < MS-START-SECONDS
007900         MOVE 0 TO MS-ELAPSED-SECONDS
007910     ELSE
007920         COMPUTE MS-ELAPSED-SECONDS = MS-END-SECONDS
007930             - MS-START-SECONDS
007940     END-IF.
007950     DIVIDE MS-ELAPSED-SECONDS BY 60 GIVING MS-ELAPSED-MINUTES
007960         REMAINDER MS-EE-SS.
007970     DIVIDE MS-ELAPSED-MINUTES BY 60 GIVING MS-ELAPSED-HOURS
007980         REMAINDER MS-EE-MM.
007990     MOVE MS-ELAPSED-HOURS TO MS-EE-HH.
008000 3200-EXIT.
008010     EXIT.
008020
008030 3300-PRINT-PROBLEM-LINE.
008040     MOVE MS-PROBLEM-TEXT (MS-PROBLEM-NO) TO MS-PROBLEM-MESSAGE.
008050     WRITE REPORT-RECORD FROM MS-PROBLEM-LINE
008060         AFTER ADVANCING 1 LINE.
008070 3300-EXIT.
008080     EXIT.
008090
008100 3400-PRINT-COUNT-LINE.
008110     WRITE REPORT-RECORD FROM MS-COUNT-LINE
008120         AFTER ADVANCING 1 LINE.
008130     IF NOT RP-FILE-OK
008140         DISPLAY "UNABLE TO WRITE STATUS REPORT - STATUS "
008150             RP-FILE-STATUS
008160     END-IF.
008170 3400-EXIT.
008180     EXIT.
008190
008200* ---------------------------------------------------------------
008210* 7400-ADD-PROBLEM - HOLD ONE PROBLEM LINE FOR THE REPORT.
008220* ---------------------------------------------------------------
008230 7400-ADD-PROBLEM.
008240     ADD 1 TO MS-PROBLEM-COUNT.
008250     IF MS-PROBLEM-COUNT NOT > MS-PROBLEM-MAX
008260         MOVE MS-PROBLEM-WORK
008270             TO MS-PROBLEM-TEXT (MS-PROBLEM-COUNT)
008280     END-IF.
008290 7400-EXIT.
008300     EXIT.
008310
008320 END PROGRAM MORNING-STATUS.

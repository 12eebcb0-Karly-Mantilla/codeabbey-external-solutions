000010* ---------------------------------------------------------------
000020* PROGRAM: WORKLIST-ENTRY
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: TERMINAL DATA ENTRY OF A DEPARTMENT'S WORKLIST FOR
000050*          THE SMALLER DEPARTMENTS THAT USED TO TYPE THE FILE
000060*          IN AN EDITOR.  EACH DETAIL IS PROMPTED FIELD BY
000070*          FIELD AND PUT THROUGH THE SAME EDITS AS WLEDIT THE
000080*          MOMENT IT IS KEYED, SO A BAD RECORD NEVER REACHES
000090*          THE FILE.  KEYED RECORDS ARE HELD UNTIL THE CLERK
000100*          SAVES, AND MAY BE LISTED, CHANGED OR DELETED UNTIL
000110*          THEN.  ON SAVE THE WORKLIST IS WRITTEN WITH A HDR
000120*          RECORD CARRYING TODAY'S DATE AND THE SOURCE SYSTEM,
000130*          AND A TRL RECORD WHOSE DETAIL COUNT AND CHOICES/
000140*          CHOSEN HASH TOTAL ARE WORKED OUT FROM THE RECORDS
000150*          THEMSELVES, SO THE FILE ALWAYS PASSES THE CONTROL
000160*          VERIFY IN WLMERGE.
000170*
000180*          RUN FROM A TERMINAL WITH DEPTMSTR ALLOCATED TO THE
000190*          DEPARTMENT MASTER AND WORKLIST TO THE DATASET THE
000200*          DEPARTMENT SENDS IN (ONE OF WLMERGE'S WORKIN DDS).
000210*          ENDS 0 WHEN THE WORKLIST WAS SAVED, 4 WHEN THE CLERK
000220*          QUIT WITHOUT SAVING, AND 16 WHEN IT COULD NOT RUN.
000230* TECTONICS: cobc
000240* ---------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* ---------------------------------------------------------------
000270* DATE       INIT  DESCRIPTION
000280* ---------------------------------------------------------------
000290* 09/08/2022 FG    ORIGINAL PROGRAM - KEYS, EDITS AND HOLDS
000300*                   WORKLIST DETAILS AT THE TERMINAL AND
000310*                   WRITES A BALANCED HDR/DETAIL/TRL FILE.
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. WORKLIST-ENTRY.
000340 AUTHOR. FRANK GLASER.
000350 INSTALLATION. OPERATIONS RESEARCH GROUP.
000360 DATE-WRITTEN. 09/08/2022.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GENERIC.
000420 OBJECT-COMPUTER. GENERIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    WORKLIST BEING BUILT - WRITTEN ONLY WHEN THE CLERK SAVES,
000460*    IN THE SAME LAYOUT WLMERGE AND WLEDIT READ.
000470     SELECT WORKLIST-FILE ASSIGN TO "WORKLIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WL-FILE-STATUS.
000500*    INDEXED DEPARTMENT MASTER OF VALID REQUESTOR CODES,
000510*    MAINTAINED BY DEPTMNT AND READ RANDOMLY BY CODE.
000520     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DM-CODE
000560         FILE STATUS IS DM-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WORKLIST-FILE
000610         RECORD CONTAINS 70 CHARACTERS.
000620 01  WORKLIST-RECORD               PIC X(70).
000630* HEADER CONTROL RECORD - FIRST RECORD OF THE WORKLIST,
000640* IDENTIFIED BY HDR IN THE CHOICE-MATTER COLUMNS.
000650 01  WORKLIST-HEADER-RECORD.
000660     05  WH-RECORD-ID              PIC X(03).
000670     05  WH-CREATE-DATE            PIC 9(08).
000680     05  WH-SOURCE-SYSTEM          PIC X(09).
000690     05  FILLER                    PIC X(50).
000700* TRAILER CONTROL RECORD - LAST RECORD OF THE WORKLIST,
000710* IDENTIFIED BY TRL, CARRYING THE DETAIL COUNT AND A HASH
000720* TOTAL OF THE CHOICES AND CHOSEN COLUMNS.
000730 01  WORKLIST-TRAILER-RECORD.
000740     05  WT-RECORD-ID              PIC X(03).
000750     05  WT-DETAIL-COUNT           PIC 9(07).
000760     05  WT-HASH-TOTAL             PIC 9(10).
000770     05  FILLER                    PIC X(50).
000780
000790 FD  DEPARTMENT-MASTER-FILE
000800         RECORD CONTAINS 80 CHARACTERS.
000810 01  DEPARTMENT-RECORD.
000820     05  DM-CODE                   PIC X(03).
000830     05  DM-NAME                   PIC X(30).
000840     05  DM-COST-CENTRE            PIC X(08).
000850     05  DM-STATUS                 PIC X(01).
000860         88  DM-ACTIVE             VALUE "A".
000870     05  DM-EFFECTIVE-FROM         PIC 9(08).
000880     05  DM-EFFECTIVE-TO           PIC 9(08).
000890     05  DM-DATE-CHANGED           PIC 9(08).
000900     05  FILLER                    PIC X(14).
000910
000920 WORKING-STORAGE SECTION.
000930* ---------------------------------------------------------------
000940* FILE STATUS FIELDS
000950* ---------------------------------------------------------------
000960 77  WL-FILE-STATUS                PIC X(02).
000970     88  WL-FILE-OK                VALUE "00".
000980
000990 77  DM-FILE-STATUS                PIC X(02).
001000     88  DM-FILE-OK                VALUE "00".
001010
001020 77  ENT-ABORT-SWITCH              PIC X(01) VALUE "N".
001030     88  ENT-ABORT                 VALUE "Y".
001040
001050* ---------------------------------------------------------------
001060* SESSION CONTROLS.  THE SESSION ENDS WHEN THE WORKLIST IS
001070* SAVED OR THE CLERK QUITS; TOO MANY INVALID ANSWERS IN A ROW
001080* AT THE SOURCE SYSTEM OR COMMAND PROMPT END IT AS COULD NOT
001090* RUN, THE SAME WAY THE CALCULATION PROGRAM GIVES UP ON ITS
001100* TERMINAL QUESTIONS.
001110* ---------------------------------------------------------------
001120 77  ENT-DONE-SWITCH               PIC X(01) VALUE "N".
001130     88  ENT-DONE                  VALUE "Y".
001140 77  ENT-SAVED-SWITCH              PIC X(01) VALUE "N".
001150     88  ENT-SAVED                 VALUE "Y".
001160 77  ENT-SOURCE-SWITCH             PIC X(01) VALUE "N".
001170     88  ENT-SOURCE-VALID          VALUE "Y".
001180 77  ENT-WRITE-SWITCH              PIC X(01) VALUE "N".
001190     88  ENT-WRITE-FAILED          VALUE "Y".
001200 77  ENT-ERROR-COUNT               PIC 9(05) COMP VALUE 0.
001210 77  ENT-MAX-TRIES                 PIC 9(05) COMP VALUE 3.
001220 77  ENT-MAX-BAD-COMMANDS          PIC 9(05) COMP VALUE 5.
001230
001240 77  ENT-COMMAND                   PIC X(01).
001250     88  ENT-CMD-ADD               VALUE "A" "a".
001260     88  ENT-CMD-LIST              VALUE "L" "l".
001270     88  ENT-CMD-CHANGE            VALUE "C" "c".
001280     88  ENT-CMD-DELETE            VALUE "D" "d".
001290     88  ENT-CMD-SAVE              VALUE "S" "s".
001300     88  ENT-CMD-QUIT              VALUE "Q" "q".
001310 77  ENT-CONFIRM-REPLY             PIC X(03).
001320     88  ENT-CONFIRMED             VALUE "YES" "yes".
001330
001340* ---------------------------------------------------------------
001350* HEADER FIELDS.  THE FIRST THREE BYTES OF THE SOURCE SYSTEM
001360* ARE THE SENDING DEPARTMENT - WLMERGE CHECKS THEM ON THE
001370* DEPARTMENT MASTER AND TAGS BLANK DETAIL DEPARTMENTS WITH
001380* THEM, SO THE SAME CODE IS OFFERED HERE AS EACH DETAIL'S
001390* DEFAULT DEPARTMENT.
001400* ---------------------------------------------------------------
001410 77  ENT-SOURCE-SYSTEM             PIC X(09) VALUE SPACES.
001420 77  ENT-FILE-DEPARTMENT           PIC X(03) VALUE SPACES.
001430 77  CURR-DATE                     PIC 9(08).
001440
001450* ---------------------------------------------------------------
001460* DETAIL RECORD BEING KEYED OR REVIEWED - THE WORKLIST DETAIL
001470* LAYOUT, FIELD FOR FIELD AS IN WLEDIT.
001480* ---------------------------------------------------------------
001490 01  ENTRY-WORK-RECORD.
001500     05  EW-CHOICE-MATTER          PIC X(03).
001510     05  EW-CHOICES                PIC X(05).
001520     05  EW-CHOICES-NUM REDEFINES EW-CHOICES
001530                                   PIC 9(05).
001540     05  EW-CHOSEN                 PIC X(05).
001550     05  EW-CHOSEN-NUM REDEFINES EW-CHOSEN
001560                                   PIC 9(05).
001570     05  EW-REPETITION-FLAG        PIC X(03).
001580     05  EW-DEPARTMENT             PIC X(03).
001590     05  EW-RUSH-FLAG              PIC X(01).
001600     05  EW-GROUP-SIZES.
001610         10  EW-GROUP-SIZE         PIC X(05) OCCURS 10 TIMES.
001620     05  EW-GROUP-SIZES-NUM REDEFINES EW-GROUP-SIZES.
001630         10  EW-GROUP-SIZE-NUM     PIC 9(05) OCCURS 10 TIMES.
001640
001650* ---------------------------------------------------------------
001660* HELD RECORDS - EVERY DETAIL THAT HAS PASSED THE EDITS, IN
001670* THE ORDER KEYED.  NOTHING IS WRITTEN UNTIL THE SAVE.
001680* ---------------------------------------------------------------
001690 01  ENT-HELD-TABLE.
001700     05  ENT-HELD-RECORD           PIC X(70) OCCURS 500 TIMES.
001710 77  ENT-HELD-COUNT                PIC 9(05) COMP VALUE 0.
001720 77  ENT-HELD-MAX                  PIC 9(05) COMP VALUE 500.
001730 77  ENT-RECORD-NO                 PIC 9(05) COMP.
001740 77  ENT-SHIFT-NO                  PIC 9(05) COMP.
001750 77  ENT-RECORD-REPLY              PIC X(03).
001760 77  ENT-SHOW-NO                   PIC 9(03).
001770 77  ENT-RECORD-REPLY-NUM          PIC 9(03).
001780 77  ENT-RECORD-FOUND-SWITCH       PIC X(01) VALUE "N".
001790     88  ENT-RECORD-FOUND          VALUE "Y".
001800
001810* ---------------------------------------------------------------
001820* EDIT REASON CODE - THE SAME CODES AS WLEDIT, SET BY THE
001830* FIRST FAILED VALIDATION.  "00" MEANS THE RECORD IS CLEAN.
001840* ---------------------------------------------------------------
001850 77  ENT-REASON-CODE               PIC X(02) VALUE "00".
001860     88  ENT-RECORD-CLEAN          VALUE "00".
001870     88  ENT-BAD-CHOICE-MATTER     VALUE "01".
001880     88  ENT-BAD-REPETITION-FLAG   VALUE "02".
001890     88  ENT-CHOICES-NOT-NUMERIC   VALUE "03".
001900     88  ENT-CHOSEN-NOT-NUMERIC    VALUE "04".
001910     88  ENT-CHOSEN-OVER-CHOICES   VALUE "05".
001920     88  ENT-BAD-DEPARTMENT        VALUE "06".
001930     88  ENT-BAD-RUSH-FLAG         VALUE "07".
001940     88  ENT-BAD-GROUP-COUNT       VALUE "08".
001950     88  ENT-BAD-GROUP-SIZE        VALUE "09".
001960     88  ENT-GROUPS-NOT-TOTAL      VALUE "10".
001970     88  ENT-UNKNOWN-DEPARTMENT    VALUE "11".
001980 77  ENT-REASON-NUM                PIC 9(02).
001990
002000* REASON TEXT SHOWN TO THE CLERK, IN REASON-CODE ORDER.
002010 01  ENT-REASON-VALUES.
002020     05  FILLER                    PIC X(40) VALUE
002030         "CHOICE MATTER MUST BE YES, NO OR MUL".
002040     05  FILLER                    PIC X(40) VALUE
002050         "REPETITION FLAG MUST BE YES, NO OR BLANK".
002060     05  FILLER                    PIC X(40) VALUE
002070         "CHOICES MUST BE FIVE DIGITS".
002080     05  FILLER                    PIC X(40) VALUE
002090         "CHOSEN MUST BE FIVE DIGITS".
002100     05  FILLER                    PIC X(40) VALUE
002110         "CHOSEN EXCEEDS CHOICES".
002120     05  FILLER                    PIC X(40) VALUE
002130         "DEPARTMENT CODE IS BLANK".
002140     05  FILLER                    PIC X(40) VALUE
002150         "RUSH FLAG MUST BE R OR BLANK".
002160     05  FILLER                    PIC X(40) VALUE
002170         "GROUP COUNT MUST BE 2 THROUGH 10".
002180     05  FILLER                    PIC X(40) VALUE
002190         "GROUP SIZE MISSING, ZERO OR NOT NUMERIC".
002200     05  FILLER                    PIC X(40) VALUE
002210         "GROUP SIZES DO NOT ADD UP TO THE TOTAL".
002220     05  FILLER                    PIC X(40) VALUE
002230         "DEPARTMENT NOT ACTIVE ON THE MASTER".
002240 01  ENT-REASON-TABLE REDEFINES ENT-REASON-VALUES.
002250     05  ENT-REASON-TEXT           PIC X(40) OCCURS 11 TIMES.
002260
002270* ---------------------------------------------------------------
002280* MULTINOMIAL EDIT FIELDS
002290* ---------------------------------------------------------------
002300 77  ENT-GROUP-MAX                 PIC 9(05) COMP VALUE 10.
002310 77  ENT-GROUP-NO                  PIC 9(05) COMP.
002320 77  ENT-GROUP-TOTAL               PIC 9(09) COMP.
002330 77  ENT-GROUP-PROMPT              PIC Z9.
002340
002350* ---------------------------------------------------------------
002360* CONTROL TOTALS - WORKED OUT FROM THE HELD RECORDS WHENEVER
002370* THEY ARE LISTED OR SAVED, BY THE WORKLIST TRAILER RULES:
002380* ONE COUNT PER DETAIL, AND THE CHOICES AND CHOSEN COLUMNS OF
002390* EVERY DETAIL ADDED INTO THE HASH.
002400* ---------------------------------------------------------------
002410 77  ENT-DETAIL-COUNT              PIC 9(07) VALUE 0.
002420 77  ENT-HASH-TOTAL                PIC 9(10) VALUE 0.
002430
002440* ---------------------------------------------------------------
002450* SESSION TOTALS FOR THE END-OF-RUN DISPLAY
002460* ---------------------------------------------------------------
002470 77  ENT-RECORDS-ADDED             PIC 9(09) COMP VALUE 0.
002480 77  ENT-RECORDS-CHANGED           PIC 9(09) COMP VALUE 0.
002490 77  ENT-RECORDS-DELETED           PIC 9(09) COMP VALUE 0.
002500 77  ENT-RECORDS-REJECTED          PIC 9(09) COMP VALUE 0.
002510 77  ENT-RECORDS-SAVED             PIC 9(09) COMP VALUE 0.
002520
002530* ---------------------------------------------------------------
002540* TERMINAL REVIEW LINES
002550* ---------------------------------------------------------------
002560 01  ENT-LIST-HEADING.
002570     05  FILLER                    PIC X(05) VALUE "REC  ".
002580     05  FILLER                    PIC X(05) VALUE "ORD  ".
002590     05  FILLER                    PIC X(09) VALUE "CHOICES  ".
002600     05  FILLER                    PIC X(08) VALUE "CHOSEN  ".
002610     05  FILLER                    PIC X(05) VALUE "REP  ".
002620     05  FILLER                    PIC X(06) VALUE "DEPT  ".
002630     05  FILLER                    PIC X(04) VALUE "RUSH".
002640
002650 01  ENT-LIST-LINE.
002660     05  ED-RECORD-NO              PIC ZZ9.
002670     05  FILLER                    PIC X(02) VALUE SPACES.
002680     05  ED-CHOICE-MATTER          PIC X(03).
002690     05  FILLER                    PIC X(02) VALUE SPACES.
002700     05  ED-CHOICES                PIC X(05).
002710     05  FILLER                    PIC X(04) VALUE SPACES.
002720     05  ED-CHOSEN                 PIC X(05).
002730     05  FILLER                    PIC X(03) VALUE SPACES.
002740     05  ED-REPETITION-FLAG        PIC X(03).
002750     05  FILLER                    PIC X(02) VALUE SPACES.
002760     05  ED-DEPARTMENT             PIC X(03).
002770     05  FILLER                    PIC X(03) VALUE SPACES.
002780     05  ED-RUSH-FLAG              PIC X(01).
002790
002800* CONTINUATION LINE CARRYING THE GROUP SIZES OF A MUL DETAIL.
002810 01  ENT-GROUP-LINE.
002820     05  FILLER                    PIC X(12) VALUE
002830         "   GROUPS = ".
002840     05  EG-SIZE-ENTRY             OCCURS 10 TIMES.
002850         10  EG-SIZE               PIC X(05).
002860         10  FILLER                PIC X(01) VALUE SPACE.
002870
002880 PROCEDURE DIVISION.
002890* ===============================================================
002900* 0000-MAIN-PROCEDURE - ENTRY POINT
002910* ===============================================================
002920 0000-MAIN-PROCEDURE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     IF ENT-ABORT
002950         GO TO 0000-TERMINATE
002960     END-IF.
002970     MOVE 0 TO ENT-ERROR-COUNT.
002980     PERFORM 1500-ACCEPT-SOURCE-SYSTEM THRU 1500-EXIT
002990         UNTIL ENT-SOURCE-VALID
003000            OR ENT-ABORT.
003010     MOVE 0 TO ENT-ERROR-COUNT.
003020     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
003030         UNTIL ENT-DONE
003040            OR ENT-ABORT.
003050     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
003060     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003070 0000-TERMINATE.
003080*    GRADED STEP CONDITION CODE, WORST GRADE WINS:
003090*      16  COULD NOT RUN - THE DEPARTMENT MASTER WOULD NOT
003100*          OPEN, OR THE SESSION WAS ENDED AFTER TOO MANY
003110*          INVALID ANSWERS.  NO WORKLIST WAS WRITTEN.
003120*       4  THE CLERK QUIT WITHOUT SAVING.
003130*       0  WORKLIST SAVED.
003140     EVALUATE TRUE
003150         WHEN ENT-ABORT
003160             MOVE 16 TO RETURN-CODE
003170         WHEN NOT ENT-SAVED
003180             MOVE 4 TO RETURN-CODE
003190         WHEN OTHER
003200             MOVE 0 TO RETURN-CODE
003210     END-EVALUATE.
003220     STOP RUN.
003230
003240* ---------------------------------------------------------------
003250* 1000-INITIALIZE - THE DEPARTMENT MASTER IS NEEDED FOR THE
003260* HEADER AND DETAIL DEPARTMENT EDITS, SO THE SESSION CANNOT
003270* START WITHOUT IT.
003280* ---------------------------------------------------------------
003290 1000-INITIALIZE.
003300     OPEN INPUT DEPARTMENT-MASTER-FILE.
003310     IF NOT DM-FILE-OK
003320         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - STATUS "
003330             DM-FILE-STATUS
003340         SET ENT-ABORT TO TRUE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003380     DISPLAY "WORKLIST DATA ENTRY - " CURR-DATE.
003390 1000-EXIT.
003400     EXIT.
003410
003420* ---------------------------------------------------------------
003430* 1500-ACCEPT-SOURCE-SYSTEM - THE HEADER SOURCE SYSTEM, WHOSE
003440* FIRST THREE BYTES MUST BE A DEPARTMENT THAT IS ON THE
003450* MASTER, ACTIVE, AND WITHIN ITS EFFECTIVE DATES TODAY - THE
003460* SAME TEST WLMERGE APPLIES TO THE HEADER.  PERFORMED UNTIL A
003470* GOOD ANSWER, GIVING UP AFTER ENT-MAX-TRIES BAD ONES.
003480* ---------------------------------------------------------------
003490 1500-ACCEPT-SOURCE-SYSTEM.
003500     DISPLAY "ENTER SOURCE SYSTEM - YOUR DEPARTMENT CODE IN "
003510         "THE FIRST THREE CHARACTERS (UP TO 9):".
003520     MOVE SPACES TO ENT-SOURCE-SYSTEM.
003530     ACCEPT ENT-SOURCE-SYSTEM.
003540     MOVE ENT-SOURCE-SYSTEM (1:3) TO ENT-FILE-DEPARTMENT.
003550     IF ENT-FILE-DEPARTMENT NOT = SPACES
003560         MOVE ENT-FILE-DEPARTMENT TO DM-CODE
003570         READ DEPARTMENT-MASTER-FILE
003580             INVALID KEY
003590                 CONTINUE
003600         END-READ
003610         IF DM-FILE-OK AND DM-ACTIVE
003620                 AND DM-EFFECTIVE-FROM NOT > CURR-DATE
003630                 AND DM-EFFECTIVE-TO NOT < CURR-DATE
003640             SET ENT-SOURCE-VALID TO TRUE
003650             DISPLAY "DEPARTMENT " ENT-FILE-DEPARTMENT " "
003660                 DM-NAME
003670             GO TO 1500-EXIT
003680         END-IF
003690     END-IF.
003700     ADD 1 TO ENT-ERROR-COUNT.
003710     IF ENT-ERROR-COUNT >= ENT-MAX-TRIES
003720         DISPLAY "TOO MANY INVALID ENTRIES - SESSION ENDED"
003730         SET ENT-ABORT TO TRUE
003740     ELSE
003750         DISPLAY "DEPARTMENT " ENT-FILE-DEPARTMENT
003760             " IS NOT ACTIVE ON THE DEPARTMENT MASTER"
003770     END-IF.
003780 1500-EXIT.
003790     EXIT.
003800
003810* ===============================================================
003820* 2000 SERIES - COMMAND PROMPT
003830* ===============================================================
003840 2000-PROCESS-COMMAND.
003850     DISPLAY " ".
003860     MOVE ENT-HELD-COUNT TO ENT-SHOW-NO.
003870     DISPLAY ENT-SHOW-NO " RECORDS HELD.  ENTER A=ADD  "
003880         "L=LIST  C=CHANGE  D=DELETE  S=SAVE  Q=QUIT:".
003890     MOVE SPACE TO ENT-COMMAND.
003900     ACCEPT ENT-COMMAND.
003910     EVALUATE TRUE
003920         WHEN ENT-CMD-ADD
003930             PERFORM 3000-ADD-RECORD THRU 3000-EXIT
003940         WHEN ENT-CMD-LIST
003950             PERFORM 4000-LIST-RECORDS THRU 4000-EXIT
003960         WHEN ENT-CMD-CHANGE
003970             PERFORM 5000-CHANGE-RECORD THRU 5000-EXIT
003980         WHEN ENT-CMD-DELETE
003990             PERFORM 6000-DELETE-RECORD THRU 6000-EXIT
004000         WHEN ENT-CMD-SAVE
004010             PERFORM 7000-SAVE-WORKLIST THRU 7000-EXIT
004020         WHEN ENT-CMD-QUIT
004030             PERFORM 7500-QUIT-SESSION THRU 7500-EXIT
004040         WHEN OTHER
004050             ADD 1 TO ENT-ERROR-COUNT
004060             IF ENT-ERROR-COUNT >= ENT-MAX-BAD-COMMANDS
004070                 DISPLAY "TOO MANY INVALID ENTRIES - SESSION "
004080                     "ENDED, NOTHING SAVED"
004090                 SET ENT-ABORT TO TRUE
004100             ELSE
004110                 DISPLAY "INVALID ENTRY - PLEASE ANSWER "
004120                     "A, L, C, D, S OR Q"
004130             END-IF
004140             GO TO 2000-EXIT
004150     END-EVALUATE.
004160     MOVE 0 TO ENT-ERROR-COUNT.
004170 2000-EXIT.
004180     EXIT.
004190
004200* ===============================================================
004210* 3000 SERIES - KEY AND EDIT ONE DETAIL
004220* ===============================================================
004230* 3000-ADD-RECORD - A RECORD THAT FAILS AN EDIT IS SHOWN WITH
004240* ITS REASON AND NOT HELD; THE CLERK SIMPLY ADDS IT AGAIN.
004250 3000-ADD-RECORD.
004260     IF ENT-HELD-COUNT >= ENT-HELD-MAX
004270         MOVE ENT-HELD-MAX TO ENT-SHOW-NO
004280         DISPLAY "WORKLIST IS FULL AT " ENT-SHOW-NO
004290             " RECORDS - SAVE IT AND START ANOTHER"
004300         GO TO 3000-EXIT
004310     END-IF.
004320     PERFORM 3100-KEY-DETAIL-RECORD THRU 3100-EXIT.
004330     PERFORM 3500-VALIDATE-RECORD THRU 3500-EXIT.
004340     IF NOT ENT-RECORD-CLEAN
004350         PERFORM 3900-DISPLAY-REJECT-REASON THRU 3900-EXIT
004360         DISPLAY "RECORD NOT ADDED"
004370         GO TO 3000-EXIT
004380     END-IF.
004390     ADD 1 TO ENT-HELD-COUNT.
004400     MOVE ENTRY-WORK-RECORD TO ENT-HELD-RECORD (ENT-HELD-COUNT).
004410     ADD 1 TO ENT-RECORDS-ADDED.
004420     MOVE ENT-HELD-COUNT TO ENT-SHOW-NO.
004430     DISPLAY "RECORD " ENT-SHOW-NO " ADDED".
004440 3000-EXIT.
004450     EXIT.
004460
004470* 3100-KEY-DETAIL-RECORD - ONE PROMPT PER DETAIL FIELD, IN
004480* RECORD ORDER.  THE GROUP SIZES ARE ONLY ASKED FOR A MUL
004490* DETAIL WITH A USABLE GROUP COUNT; A BLANK DEPARTMENT TAKES
004500* THE DEPARTMENT OF THE FILE, AS WLMERGE WOULD TAG IT.
004510 3100-KEY-DETAIL-RECORD.
004520     MOVE SPACES TO ENTRY-WORK-RECORD.
004530     DISPLAY "DOES CHOICE ORDER MATTER? (YES/NO, OR MUL FOR "
004540         "A MULTINOMIAL):".
004550     ACCEPT EW-CHOICE-MATTER.
004560     IF EW-CHOICE-MATTER = "MUL"
004570         DISPLAY "ENTER TOTAL ITEMS (FIVE DIGITS, E.G. 00012):"
004580         ACCEPT EW-CHOICES
004590         DISPLAY "ENTER NUMBER OF GROUPS (FIVE DIGITS, E.G. "
004600             "00003):"
004610         ACCEPT EW-CHOSEN
004620     ELSE
004630         DISPLAY "ENTER TOTAL ITEMS (FIVE DIGITS, E.G. 00049):"
004640         ACCEPT EW-CHOICES
004650         DISPLAY "ENTER TOTAL ITEMS PICKED (FIVE DIGITS, E.G. "
004660             "00006):"
004670         ACCEPT EW-CHOSEN
004680     END-IF.
004690     DISPLAY "IS REPETITION ALLOWED? (YES/NO, BLANK FOR NO):".
004700     ACCEPT EW-REPETITION-FLAG.
004710     DISPLAY "REQUESTOR DEPARTMENT (BLANK FOR "
004720         ENT-FILE-DEPARTMENT "):".
004730     ACCEPT EW-DEPARTMENT.
004740     IF EW-DEPARTMENT = SPACES
004750         MOVE ENT-FILE-DEPARTMENT TO EW-DEPARTMENT
004760     END-IF.
004770     DISPLAY "RUSH? (R FOR THE PRIORITY LANE, BLANK FOR "
004780         "ROUTINE):".
004790     ACCEPT EW-RUSH-FLAG.
004800     IF EW-CHOICE-MATTER = "MUL"
004810             AND EW-CHOSEN NUMERIC
004820             AND EW-CHOSEN-NUM NOT < 2
004830             AND EW-CHOSEN-NUM NOT > ENT-GROUP-MAX
004840         PERFORM 3110-KEY-GROUP-SIZE THRU 3110-EXIT
004850             VARYING ENT-GROUP-NO FROM 1 BY 1
004860             UNTIL ENT-GROUP-NO > EW-CHOSEN-NUM
004870     END-IF.
004880 3100-EXIT.
004890     EXIT.
004900
004910 3110-KEY-GROUP-SIZE.
004920     MOVE ENT-GROUP-NO TO ENT-GROUP-PROMPT.
004930     DISPLAY "ENTER SIZE OF GROUP " ENT-GROUP-PROMPT
004940         " (FIVE DIGITS):".
004950     ACCEPT EW-GROUP-SIZE (ENT-GROUP-NO).
004960 3110-EXIT.
004970     EXIT.
004980
004990* ---------------------------------------------------------------
005000* 3500-VALIDATE-RECORD - THE WLEDIT RULES, IN THE SAME ORDER
005010* AND WITH THE SAME REASON CODES, SO A RECORD KEYED HERE CAN
005020* NEVER BE REJECTED BY THE EDIT STEP.  THE FIRST FAILED CHECK
005030* SETS THE REASON CODE AND THE REST ARE SKIPPED.  A SPACE
005040* REPETITION FLAG IS ACCEPTED BECAUSE THE CALCULATION STEP
005050* TREATS IT AS NO.  A MUL DETAIL TAKES THE MULTINOMIAL CHECKS
005060* IN 3600 IN PLACE OF THE CHOICE CHECKS, THEN THE SAME
005070* DEPARTMENT AND RUSH CHECKS AS ANY OTHER DETAIL.
005080* ---------------------------------------------------------------
005090 3500-VALIDATE-RECORD.
005100     MOVE "00" TO ENT-REASON-CODE.
005110     IF EW-CHOICE-MATTER = "MUL"
005120         PERFORM 3600-VALIDATE-MULTINOMIAL THRU 3600-EXIT
005130         IF ENT-RECORD-CLEAN
005140             GO TO 3500-CHECK-REQUESTOR
005150         END-IF
005160         GO TO 3500-EXIT
005170     END-IF.
005180     IF EW-CHOICE-MATTER NOT = "YES" AND "yes"
005190             AND "NO " AND "no "
005200         SET ENT-BAD-CHOICE-MATTER TO TRUE
005210         GO TO 3500-EXIT
005220     END-IF.
005230     IF EW-REPETITION-FLAG NOT = "YES" AND "yes"
005240             AND "NO " AND "no " AND SPACES
005250         SET ENT-BAD-REPETITION-FLAG TO TRUE
005260         GO TO 3500-EXIT
005270     END-IF.
005280     IF EW-CHOICES NOT NUMERIC
005290         SET ENT-CHOICES-NOT-NUMERIC TO TRUE
005300         GO TO 3500-EXIT
005310     END-IF.
005320     IF EW-CHOSEN NOT NUMERIC
005330         SET ENT-CHOSEN-NOT-NUMERIC TO TRUE
005340         GO TO 3500-EXIT
005350     END-IF.
005360     IF EW-REPETITION-FLAG NOT = "YES" AND "yes"
005370         IF EW-CHOSEN > EW-CHOICES
005380             SET ENT-CHOSEN-OVER-CHOICES TO TRUE
005390             GO TO 3500-EXIT
005400         END-IF
005410     END-IF.
005420 3500-CHECK-REQUESTOR.
005430     IF EW-DEPARTMENT = SPACES
005440         SET ENT-BAD-DEPARTMENT TO TRUE
005450         GO TO 3500-EXIT
005460     END-IF.
005470     MOVE EW-DEPARTMENT TO DM-CODE.
005480     READ DEPARTMENT-MASTER-FILE
005490         INVALID KEY
005500             SET ENT-UNKNOWN-DEPARTMENT TO TRUE
005510             GO TO 3500-EXIT
005520     END-READ.
005530     IF NOT DM-FILE-OK
005540             OR NOT DM-ACTIVE
005550             OR DM-EFFECTIVE-FROM > CURR-DATE
005560             OR DM-EFFECTIVE-TO < CURR-DATE
005570         SET ENT-UNKNOWN-DEPARTMENT TO TRUE
005580         GO TO 3500-EXIT
005590     END-IF.
005600     IF EW-RUSH-FLAG NOT = "R" AND SPACE
005610         SET ENT-BAD-RUSH-FLAG TO TRUE
005620     END-IF.
005630 3500-EXIT.
005640     EXIT.
005650
005660* 3600-VALIDATE-MULTINOMIAL - THE REPETITION COLUMNS MUST BE
005670* BLANK OR NO, THE TOTAL AND GROUP COUNT NUMERIC, THE COUNT
005680* 2 THROUGH 10, EVERY GROUP IN USE A NONZERO SIZE, EVERY SLOT
005690* PAST THE LAST GROUP BLANK OR ZERO, AND THE SIZES MUST ADD UP
005700* TO THE TOTAL.
005710 3600-VALIDATE-MULTINOMIAL.
005720     IF EW-REPETITION-FLAG NOT = "NO " AND "no " AND SPACES
005730         SET ENT-BAD-REPETITION-FLAG TO TRUE
005740         GO TO 3600-EXIT
005750     END-IF.
005760     IF EW-CHOICES NOT NUMERIC
005770         SET ENT-CHOICES-NOT-NUMERIC TO TRUE
005780         GO TO 3600-EXIT
005790     END-IF.
005800     IF EW-CHOSEN NOT NUMERIC
005810         SET ENT-CHOSEN-NOT-NUMERIC TO TRUE
005820         GO TO 3600-EXIT
005830     END-IF.
005840     IF EW-CHOSEN-NUM < 2 OR EW-CHOSEN-NUM > ENT-GROUP-MAX
005850         SET ENT-BAD-GROUP-COUNT TO TRUE
005860         GO TO 3600-EXIT
005870     END-IF.
005880     MOVE 0 TO ENT-GROUP-TOTAL.
005890     PERFORM 3610-VALIDATE-GROUP-SIZE THRU 3610-EXIT
005900         VARYING ENT-GROUP-NO FROM 1 BY 1
005910         UNTIL ENT-GROUP-NO > ENT-GROUP-MAX
005920            OR NOT ENT-RECORD-CLEAN.
005930     IF NOT ENT-RECORD-CLEAN
005940         GO TO 3600-EXIT
005950     END-IF.
005960     IF ENT-GROUP-TOTAL NOT = EW-CHOICES-NUM
005970         SET ENT-GROUPS-NOT-TOTAL TO TRUE
005980     END-IF.
005990 3600-EXIT.
006000     EXIT.
006010
006020 3610-VALIDATE-GROUP-SIZE.
006030     IF ENT-GROUP-NO > EW-CHOSEN-NUM
006040         IF EW-GROUP-SIZE (ENT-GROUP-NO) NOT = SPACES AND ZEROS
006050             SET ENT-BAD-GROUP-SIZE TO TRUE
006060         END-IF
006070         GO TO 3610-EXIT
006080     END-IF.
006090     IF EW-GROUP-SIZE (ENT-GROUP-NO) NOT NUMERIC
006100         SET ENT-BAD-GROUP-SIZE TO TRUE
006110         GO TO 3610-EXIT
006120     END-IF.
006130     IF EW-GROUP-SIZE-NUM (ENT-GROUP-NO) = 0
006140         SET ENT-BAD-GROUP-SIZE TO TRUE
006150         GO TO 3610-EXIT
006160     END-IF.
006170     ADD EW-GROUP-SIZE-NUM (ENT-GROUP-NO) TO ENT-GROUP-TOTAL.
006180 3610-EXIT.
006190     EXIT.
006200
006210 3900-DISPLAY-REJECT-REASON.
006220     ADD 1 TO ENT-RECORDS-REJECTED.
006230     MOVE ENT-REASON-CODE TO ENT-REASON-NUM.
006240     DISPLAY "RECORD REJECTED - REASON " ENT-REASON-CODE " "
006250         ENT-REASON-TEXT (ENT-REASON-NUM).
006260 3900-EXIT.
006270     EXIT.
006280
006290* ===============================================================
006300* 4000 SERIES - REVIEW THE HELD RECORDS
006310* ===============================================================
006320* 4000-LIST-RECORDS - EVERY HELD RECORD BY NUMBER, FOLLOWED BY
006330* THE COUNT AND HASH TOTAL THE TRAILER WILL CARRY.
006340 4000-LIST-RECORDS.
006350     IF ENT-HELD-COUNT = 0
006360         DISPLAY "NO RECORDS KEYED YET"
006370         GO TO 4000-EXIT
006380     END-IF.
006390     DISPLAY ENT-LIST-HEADING.
006400     PERFORM 4100-DISPLAY-HELD-RECORD THRU 4100-EXIT
006410         VARYING ENT-RECORD-NO FROM 1 BY 1
006420         UNTIL ENT-RECORD-NO > ENT-HELD-COUNT.
006430     PERFORM 7100-COMPUTE-CONTROLS THRU 7100-EXIT.
006440     DISPLAY "DETAIL COUNT " ENT-DETAIL-COUNT
006450         "  HASH TOTAL " ENT-HASH-TOTAL.
006460 4000-EXIT.
006470     EXIT.
006480
006490 4100-DISPLAY-HELD-RECORD.
006500     MOVE ENT-HELD-RECORD (ENT-RECORD-NO) TO ENTRY-WORK-RECORD.
006510     MOVE ENT-RECORD-NO TO ED-RECORD-NO.
006520     MOVE EW-CHOICE-MATTER TO ED-CHOICE-MATTER.
006530     MOVE EW-CHOICES TO ED-CHOICES.
006540     MOVE EW-CHOSEN TO ED-CHOSEN.
006550     MOVE EW-REPETITION-FLAG TO ED-REPETITION-FLAG.
006560     MOVE EW-DEPARTMENT TO ED-DEPARTMENT.
006570     MOVE EW-RUSH-FLAG TO ED-RUSH-FLAG.
006580     DISPLAY ENT-LIST-LINE.
006590     IF EW-CHOICE-MATTER = "MUL"
006600         PERFORM 4110-MOVE-GROUP-SIZE THRU 4110-EXIT
006610             VARYING ENT-GROUP-NO FROM 1 BY 1
006620             UNTIL ENT-GROUP-NO > ENT-GROUP-MAX
006630         DISPLAY ENT-GROUP-LINE
006640     END-IF.
006650 4100-EXIT.
006660     EXIT.
006670
006680 4110-MOVE-GROUP-SIZE.
006690     MOVE EW-GROUP-SIZE (ENT-GROUP-NO) TO EG-SIZE (ENT-GROUP-NO).
006700 4110-EXIT.
006710     EXIT.
006720
006730* 4500-ACCEPT-RECORD-NUMBER - ASKS FOR A HELD RECORD BY ITS
006740* LISTED NUMBER, ONE TO THREE DIGITS, AND SHOWS IT BACK.
006750 4500-ACCEPT-RECORD-NUMBER.
006760     MOVE "N" TO ENT-RECORD-FOUND-SWITCH.
006770     IF ENT-HELD-COUNT = 0
006780         DISPLAY "NO RECORDS KEYED YET"
006790         GO TO 4500-EXIT
006800     END-IF.
006810     MOVE ENT-HELD-COUNT TO ENT-SHOW-NO.
006820     DISPLAY "ENTER RECORD NUMBER (1 TO " ENT-SHOW-NO "):".
006830     MOVE SPACES TO ENT-RECORD-REPLY.
006840     ACCEPT ENT-RECORD-REPLY.
006850     MOVE 0 TO ENT-RECORD-REPLY-NUM.
006860     EVALUATE TRUE
006870         WHEN ENT-RECORD-REPLY NUMERIC
006880             MOVE ENT-RECORD-REPLY TO ENT-RECORD-REPLY-NUM
006890         WHEN ENT-RECORD-REPLY (1:2) NUMERIC
006900                 AND ENT-RECORD-REPLY (3:1) = SPACE
006910             MOVE ENT-RECORD-REPLY (1:2) TO ENT-RECORD-REPLY-NUM
006920         WHEN ENT-RECORD-REPLY (1:1) NUMERIC
006930                 AND ENT-RECORD-REPLY (2:2) = SPACES
006940             MOVE ENT-RECORD-REPLY (1:1) TO ENT-RECORD-REPLY-NUM
006950     END-EVALUATE.
006960     IF ENT-RECORD-REPLY-NUM = 0
006970             OR ENT-RECORD-REPLY-NUM > ENT-HELD-COUNT
006980         DISPLAY "NO SUCH RECORD - " ENT-RECORD-REPLY
006990         GO TO 4500-EXIT
007000     END-IF.
007010     MOVE ENT-RECORD-REPLY-NUM TO ENT-RECORD-NO.
007020     MOVE ENT-RECORD-REPLY-NUM TO ENT-SHOW-NO.
007030     SET ENT-RECORD-FOUND TO TRUE.
007040     DISPLAY ENT-LIST-HEADING.
007050     PERFORM 4100-DISPLAY-HELD-RECORD THRU 4100-EXIT.
007060 4500-EXIT.
007070     EXIT.
007080
007090* ===============================================================
007100* 5000 SERIES - CHANGE A HELD RECORD
007110* ===============================================================
007120* 5000-CHANGE-RECORD - THE RECORD IS RE-KEYED IN FULL AND
007130* EDITED AGAIN; IT ONLY REPLACES THE HELD RECORD IF IT PASSES,
007140* SO A FAILED CHANGE LEAVES THE ORIGINAL AS IT WAS.
007150 5000-CHANGE-RECORD.
007160     PERFORM 4500-ACCEPT-RECORD-NUMBER THRU 4500-EXIT.
007170     IF NOT ENT-RECORD-FOUND
007180         GO TO 5000-EXIT
007190     END-IF.
007200     DISPLAY "RE-KEY RECORD " ENT-SHOW-NO ":".
007210     PERFORM 3100-KEY-DETAIL-RECORD THRU 3100-EXIT.
007220     PERFORM 3500-VALIDATE-RECORD THRU 3500-EXIT.
007230     IF NOT ENT-RECORD-CLEAN
007240         PERFORM 3900-DISPLAY-REJECT-REASON THRU 3900-EXIT
007250         DISPLAY "RECORD " ENT-SHOW-NO " NOT CHANGED"
007260         GO TO 5000-EXIT
007270     END-IF.
007280     MOVE ENTRY-WORK-RECORD TO ENT-HELD-RECORD (ENT-RECORD-NO).
007290     ADD 1 TO ENT-RECORDS-CHANGED.
007300     DISPLAY "RECORD " ENT-SHOW-NO " CHANGED".
007310 5000-EXIT.
007320     EXIT.
007330
007340* ===============================================================
007350* 6000 SERIES - DELETE A HELD RECORD
007360* ===============================================================
007370* 6000-DELETE-RECORD - AFTER CONFIRMATION THE RECORDS BELOW
007380* THE DELETED ONE MOVE UP A PLACE, SO THE LIST STAYS IN KEYED
007390* ORDER WITH NO GAPS.
007400 6000-DELETE-RECORD.
007410     PERFORM 4500-ACCEPT-RECORD-NUMBER THRU 4500-EXIT.
007420     IF NOT ENT-RECORD-FOUND
007430         GO TO 6000-EXIT
007440     END-IF.
007450     DISPLAY "DELETE THIS RECORD? (YES/NO):".
007460     MOVE SPACES TO ENT-CONFIRM-REPLY.
007470     ACCEPT ENT-CONFIRM-REPLY.
007480     IF NOT ENT-CONFIRMED
007490         DISPLAY "RECORD " ENT-SHOW-NO " KEPT"
007500         GO TO 6000-EXIT
007510     END-IF.
007520     PERFORM 6100-CLOSE-UP-TABLE THRU 6100-EXIT
007530         VARYING ENT-SHIFT-NO FROM ENT-RECORD-NO BY 1
007540         UNTIL ENT-SHIFT-NO >= ENT-HELD-COUNT.
007550     SUBTRACT 1 FROM ENT-HELD-COUNT.
007560     ADD 1 TO ENT-RECORDS-DELETED.
007570     DISPLAY "RECORD " ENT-SHOW-NO
007580         " DELETED - LATER RECORDS RENUMBERED".
007590 6000-EXIT.
007600     EXIT.
007610
007620 6100-CLOSE-UP-TABLE.
007630     MOVE ENT-HELD-RECORD (ENT-SHIFT-NO + 1)
007640         TO ENT-HELD-RECORD (ENT-SHIFT-NO).
007650 6100-EXIT.
007660     EXIT.
007670
007680* ===============================================================
007690* 7000 SERIES - SAVE OR QUIT
007700* ===============================================================
007710* 7000-SAVE-WORKLIST - WRITES HDR, EVERY HELD DETAIL, THEN A
007720* TRL BUILT FROM THE SAME RECORDS.  IF THE FILE WILL NOT OPEN
007730* OR A WRITE FAILS, THE RECORDS ARE STILL HELD AND THE CLERK
007740* CAN SAVE AGAIN OR QUIT; A FILE LEFT HALF-WRITTEN HAS NO
007750* TRAILER, SO WLMERGE WOULD REFUSE IT.
007760 7000-SAVE-WORKLIST.
007770     IF ENT-HELD-COUNT = 0
007780         DISPLAY "NO DETAIL RECORDS HAVE BEEN KEYED"
007790     END-IF.
007800     MOVE ENT-HELD-COUNT TO ENT-SHOW-NO.
007810     DISPLAY "SAVE " ENT-SHOW-NO " RECORDS AND END THE "
007820         "SESSION? (YES/NO):".
007830     MOVE SPACES TO ENT-CONFIRM-REPLY.
007840     ACCEPT ENT-CONFIRM-REPLY.
007850     IF NOT ENT-CONFIRMED
007860         GO TO 7000-EXIT
007870     END-IF.
007880     PERFORM 7100-COMPUTE-CONTROLS THRU 7100-EXIT.
007890     OPEN OUTPUT WORKLIST-FILE.
007900     IF NOT WL-FILE-OK
007910         DISPLAY "UNABLE TO OPEN WORKLIST FILE - STATUS "
007920             WL-FILE-STATUS
007930         DISPLAY "RECORDS ARE STILL HELD - SAVE AGAIN OR QUIT"
007940         GO TO 7000-EXIT
007950     END-IF.
007960     MOVE "N" TO ENT-WRITE-SWITCH.
007970     MOVE 0 TO ENT-RECORDS-SAVED.
007980     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
007990     MOVE SPACES TO WORKLIST-HEADER-RECORD.
008000     MOVE "HDR" TO WH-RECORD-ID.
008010     MOVE CURR-DATE TO WH-CREATE-DATE.
008020     MOVE ENT-SOURCE-SYSTEM TO WH-SOURCE-SYSTEM.
008030     PERFORM 7300-WRITE-WORKLIST-RECORD THRU 7300-EXIT.
008040     PERFORM 7200-WRITE-DETAIL-RECORD THRU 7200-EXIT
008050         VARYING ENT-RECORD-NO FROM 1 BY 1
008060         UNTIL ENT-RECORD-NO > ENT-HELD-COUNT
008070            OR ENT-WRITE-FAILED.
008080     IF NOT ENT-WRITE-FAILED
008090         MOVE SPACES TO WORKLIST-TRAILER-RECORD
008100         MOVE "TRL" TO WT-RECORD-ID
008110         MOVE ENT-DETAIL-COUNT TO WT-DETAIL-COUNT
008120         MOVE ENT-HASH-TOTAL TO WT-HASH-TOTAL
008130         PERFORM 7300-WRITE-WORKLIST-RECORD THRU 7300-EXIT
008140     END-IF.
008150     CLOSE WORKLIST-FILE.
008160     IF ENT-WRITE-FAILED
008170         DISPLAY "WORKLIST NOT SAVED COMPLETELY"
008180         DISPLAY "RECORDS ARE STILL HELD - SAVE AGAIN OR QUIT"
008190         GO TO 7000-EXIT
008200     END-IF.
008210     SET ENT-SAVED TO TRUE.
008220     SET ENT-DONE TO TRUE.
008230     DISPLAY "WORKLIST SAVED - " ENT-DETAIL-COUNT " DETAILS, "
008240         "HASH TOTAL " ENT-HASH-TOTAL.
008250 7000-EXIT.
008260     EXIT.
008270
008280 7100-COMPUTE-CONTROLS.
008290     MOVE 0 TO ENT-DETAIL-COUNT ENT-HASH-TOTAL.
008300     PERFORM 7110-ADD-TO-CONTROLS THRU 7110-EXIT
008310         VARYING ENT-RECORD-NO FROM 1 BY 1
008320         UNTIL ENT-RECORD-NO > ENT-HELD-COUNT.
008330 7100-EXIT.
008340     EXIT.
008350
008360 7110-ADD-TO-CONTROLS.
008370     MOVE ENT-HELD-RECORD (ENT-RECORD-NO) TO ENTRY-WORK-RECORD.
008380     ADD 1 TO ENT-DETAIL-COUNT.
008390     ADD EW-CHOICES-NUM TO ENT-HASH-TOTAL.
008400     ADD EW-CHOSEN-NUM TO ENT-HASH-TOTAL.
008410 7110-EXIT.
008420     EXIT.
008430
008440 7200-WRITE-DETAIL-RECORD.
008450     MOVE ENT-HELD-RECORD (ENT-RECORD-NO) TO WORKLIST-RECORD.
008460     PERFORM 7300-WRITE-WORKLIST-RECORD THRU 7300-EXIT.
008470     IF NOT ENT-WRITE-FAILED
008480         ADD 1 TO ENT-RECORDS-SAVED
008490     END-IF.
008500 7200-EXIT.
008510     EXIT.
008520
008530 7300-WRITE-WORKLIST-RECORD.
008540     WRITE WORKLIST-RECORD.
008550     IF NOT WL-FILE-OK
008560         DISPLAY "UNABLE TO WRITE WORKLIST RECORD - STATUS "
008570             WL-FILE-STATUS
008580         SET ENT-WRITE-FAILED TO TRUE
008590     END-IF.
008600 7300-EXIT.
008610     EXIT.
008620
008630* 7500-QUIT-SESSION - ENDS WITHOUT WRITING ANYTHING, AFTER
008640* CONFIRMATION WHEN THERE ARE RECORDS THAT WOULD BE LOST.
008650 7500-QUIT-SESSION.
008660     IF ENT-HELD-COUNT > 0
008670         MOVE ENT-HELD-COUNT TO ENT-SHOW-NO
008680         DISPLAY "QUIT WITHOUT SAVING? " ENT-SHOW-NO
008690             " RECORDS WILL BE LOST (YES/NO):"
008700         MOVE SPACES TO ENT-CONFIRM-REPLY
008710         ACCEPT ENT-CONFIRM-REPLY
008720         IF NOT ENT-CONFIRMED
008730             GO TO 7500-EXIT
008740         END-IF
008750     END-IF.
008760     SET ENT-DONE TO TRUE.
008770     DISPLAY "SESSION ENDED - NO WORKLIST WRITTEN".
008780 7500-EXIT.
008790     EXIT.
008800
008810 8000-DISPLAY-TOTALS.
008820     DISPLAY "WORKLIST DATA ENTRY COMPLETE".
008830     DISPLAY "  SOURCE SYSTEM:    " ENT-SOURCE-SYSTEM.
008840     DISPLAY "  RECORDS ADDED:    " ENT-RECORDS-ADDED.
008850     DISPLAY "  RECORDS CHANGED:  " ENT-RECORDS-CHANGED.
008860     DISPLAY "  RECORDS DELETED:  " ENT-RECORDS-DELETED.
008870     DISPLAY "  RECORDS REJECTED: " ENT-RECORDS-REJECTED.
008880     DISPLAY "  RECORDS SAVED:    " ENT-RECORDS-SAVED.
008890 8000-EXIT.
008900     EXIT.
008910
008920 9000-CLOSE-FILES.
008930     CLOSE DEPARTMENT-MASTER-FILE.
008940 9000-EXIT.
008950     EXIT.
008960
008970 END PROGRAM WORKLIST-ENTRY.

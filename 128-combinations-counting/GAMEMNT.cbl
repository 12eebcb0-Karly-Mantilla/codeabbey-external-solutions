000010* ---------------------------------------------------------------
000020* PROGRAM: GAME-MAINTENANCE
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: CARD-DRIVEN MAINTENANCE OF THE GAME CATALOG - ONE
000050*          ENTRY PER GAME WITH ITS CHOICES/CHOSEN SHAPE, TICKET
000060*          PRICE, AND THE PRIZE PAID FOR EACH MATCH TIER, FROM
000070*          WHICH THE COMBPERM PAYOUT RUN WORKS OUT EACH GAME'S
000080*          EXPECTED PAYOUT, RETURN TO PLAYER, AND HOUSE EDGE.
000090*          EACH GAMECTL CARD ADDS A GAME, CHANGES ONE, OR SETS
000100*          ONE TIER'S PRIZE, AND EVERY CARD IS ECHOED ON A
000110*          PRINTED CHANGE LISTING WITH THE ENTRY'S BEFORE AND
000120*          AFTER IMAGES.  A CARD IN ERROR IS LISTED WITH ITS
000130*          REASON AND CHANGES NOTHING.
000140* TECTONICS: cobc
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170* ---------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190* ---------------------------------------------------------------
000200* 07/28/2022 FG    ORIGINAL PROGRAM - ADD, CHANGE AND PRIZE
000210*                   CARDS OVER THE INDEXED GAME CATALOG, WITH A
000220*                   BEFORE/AFTER CHANGE LISTING.
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. GAME-MAINTENANCE.
000250 AUTHOR. FRANK GLASER.
000260 INSTALLATION. OPERATIONS RESEARCH GROUP.
000270 DATE-WRITTEN. 07/28/2022.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GENERIC.
000330 OBJECT-COMPUTER. GENERIC.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360*    INDEXED GAME CATALOG, ONE ENTRY PER GAME CODE, READ AND
000370*    REWRITTEN RANDOMLY BY CODE.
000380     SELECT GAME-CATALOG-FILE ASSIGN TO "GAMECAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS GM-GAME-CODE
000420         FILE STATUS IS GM-FILE-STATUS.
000430*    MAINTENANCE CARDS, ONE CHANGE PER CARD - SEE
000440*    2000-PROCESS-MAINTENANCE-CARD.
000450     SELECT GAMECTL-FILE ASSIGN TO "GAMECTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS GC-FILE-STATUS.
000480*    PAGE-FORMATTED CHANGE LISTING.
000490     SELECT REPORT-FILE ASSIGN TO "GAMERPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RP-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  GAME-CATALOG-FILE
000560         RECORD CONTAINS 300 CHARACTERS.
000570 01  GAME-RECORD.
000580     05  GM-GAME-CODE              PIC X(06).
000590     05  GM-GAME-NAME              PIC X(30).
000600     05  GM-CHOICES                PIC 9(05).
000610     05  GM-CHOSEN                 PIC 9(05).
000620     05  GM-TICKET-PRICE           PIC 9(05)V99.
000630*    PRIZE FOR MATCHING EXACTLY M PICKS IS OCCURRENCE M + 1,
000640*    M = 0 THROUGH 20.  TIERS ABOVE CHOSEN CARRY ZERO.
000650     05  GM-PRIZE-AMOUNT           PIC 9(09)V99 OCCURS 21 TIMES.
000660     05  GM-DATE-CHANGED           PIC 9(08).
000670     05  FILLER                    PIC X(08).
000680
000690 FD  GAMECTL-FILE
000700         RECORD CONTAINS 80 CHARACTERS.
000710 01  GAMECTL-RECORD                PIC X(80).
000720
000730 FD  REPORT-FILE
000740         RECORD CONTAINS 132 CHARACTERS.
000750 01  REPORT-RECORD                 PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780* ---------------------------------------------------------------
000790* FILE STATUS FIELDS
000800* ---------------------------------------------------------------
000810 77  GM-FILE-STATUS                PIC X(02).
000820     88  GM-FILE-OK                VALUE "00".
000830     88  GM-FILE-NOT-FOUND         VALUE "35".
000840
000850 77  GC-FILE-STATUS                PIC X(02).
000860     88  GC-FILE-OK                VALUE "00".
000870     88  GC-FILE-EOF               VALUE "10".
000880
000890 77  RP-FILE-STATUS                PIC X(02).
000900     88  RP-FILE-OK                VALUE "00".
000910
000920 77  GAME-ABORT-SWITCH             PIC X(01) VALUE "N".
000930     88  GAME-ABORT                VALUE "Y".
000940
000950* ---------------------------------------------------------------
000960* MAINTENANCE CARD FIELDS.  CARDS:
000970*   ADD,CODE,NAME,CHOICES,CHOSEN,PRICE
000980*       NEW GAME.  EVERY FIELD IS NEEDED; ALL PRIZES START
000990*       AT ZERO AND ARE SET WITH PRIZE CARDS.
001000*   CHANGE,CODE,NAME,CHOICES,CHOSEN,PRICE
001010*       NEW NAME, SHAPE AND/OR PRICE - A BLANK FIELD LEAVES
001020*       THAT VALUE AS IT WAS.  LOWERING CHOSEN CLEARS THE
001030*       PRIZES OF THE TIERS THE GAME NO LONGER HAS.
001040*   PRIZE,CODE,M,AMOUNT
001050*       PRIZE PAID FOR MATCHING EXACTLY M PICKS.
001060* CHOICES, CHOSEN AND M ARE WHOLE NUMBERS OF UP TO FIVE
001070* DIGITS.  PRICE AND AMOUNT ARE IN DOLLARS WITH AN OPTIONAL
001080* DECIMAL POINT AND UP TO TWO PLACES OF CENTS, E.G. 2, 2.5 OR
001090* 1500.00.  A GAME PICKS 1 TO 20 FROM AT MOST 100 - THE
001100* LIMITS OF THE PAYOUT RUN'S TIER ENGINE.
001110* ---------------------------------------------------------------
001120 77  GAME-CARD-LINE                PIC X(80).
001130 77  GAME-ACTION                   PIC X(10).
001140     88  GAME-ADD                  VALUE "ADD".
001150     88  GAME-CHANGE               VALUE "CHANGE".
001160     88  GAME-PRIZE                VALUE "PRIZE".
001170 77  GAME-CARD-CODE                PIC X(06).
001180 77  GAME-CARD-NAME                PIC X(30).
001190 77  GAME-CARD-CHOICES             PIC X(15).
001200 77  GAME-CARD-CHOSEN              PIC X(15).
001210 77  GAME-CARD-PRICE               PIC X(15).
001220 77  GAME-CARD-TIER                PIC X(15).
001230 77  GAME-CARD-AMOUNT              PIC X(15).
001240 77  GAME-NEW-CHOICES              PIC 9(05).
001250 77  GAME-NEW-CHOSEN               PIC 9(05).
001260 77  GAME-NEW-PRICE                PIC 9(05)V99.
001270 77  GAME-NEW-TIER                 PIC 9(05).
001280 77  GAME-NEW-PRIZE                PIC 9(09)V99.
001290 77  GAME-PRICE-LIMIT              PIC 9(09)V99 VALUE 99999.99.
001300 77  GAME-TIER-SUB                 PIC 9(03) COMP.
001310 77  GAME-CLEAR-FROM               PIC 9(03) COMP.
001320 77  GAME-ENTRY-SWITCH             PIC X(01) VALUE "N".
001330     88  GAME-ENTRY-FOUND          VALUE "Y".
001340 77  GAME-PRIZES-CLEARED-SWITCH    PIC X(01) VALUE "N".
001350     88  GAME-PRIZES-CLEARED       VALUE "Y".
001360 77  GAME-REJECT-REASON            PIC X(40).
001370 77  GAME-AFTER-LABEL              PIC X(12).
001380
001390* WORK FIELDS FOR EDITING ONE NUMBER OR AMOUNT OFF THE CARD.
001400 77  GAME-EDIT-FIELD               PIC X(15).
001410 77  GAME-EDIT-LENGTH              PIC 9(03) COMP.
001420 77  GAME-EDIT-POINTS              PIC 9(03) COMP.
001430 77  GAME-EDIT-WHOLE               PIC X(15).
001440 77  GAME-EDIT-WHOLE-LENGTH        PIC 9(03) COMP.
001450 77  GAME-EDIT-CENTS               PIC X(15).
001460 77  GAME-EDIT-CENTS-LENGTH        PIC 9(03) COMP.
001470 77  GAME-EDIT-WHOLE-VALUE         PIC 9(09).
001480 01  GAME-EDIT-CENTS-DIGITS        PIC X(02).
001490 01  GAME-EDIT-CENTS-VALUE REDEFINES GAME-EDIT-CENTS-DIGITS
001500                                   PIC 9(02).
001510 77  GAME-EDIT-COUNT               PIC 9(05).
001520 77  GAME-EDIT-AMOUNT              PIC 9(09)V99.
001530 77  GAME-EDIT-SWITCH              PIC X(01) VALUE "N".
001540     88  GAME-EDIT-VALID           VALUE "Y".
001550
001560* THE ENTRY AS READ, KEPT FOR THE BEFORE IMAGE.
001570 01  GAME-BEFORE-IMAGE.
001580     05  GB-GAME-CODE              PIC X(06).
001590     05  GB-GAME-NAME              PIC X(30).
001600     05  GB-CHOICES                PIC 9(05).
001610     05  GB-CHOSEN                 PIC 9(05).
001620     05  GB-TICKET-PRICE           PIC 9(05)V99.
001630     05  GB-PRIZE-AMOUNT           PIC 9(09)V99 OCCURS 21 TIMES.
001640     05  GB-DATE-CHANGED           PIC 9(08).
001650     05  FILLER                    PIC X(08).
001660
001670* ---------------------------------------------------------------
001680* RUN TOTALS
001690* ---------------------------------------------------------------
001700 77  GAME-CARDS-READ               PIC 9(09) COMP VALUE 0.
001710 77  GAME-ENTRIES-ADDED            PIC 9(09) COMP VALUE 0.
001720 77  GAME-ENTRIES-CHANGED          PIC 9(09) COMP VALUE 0.
001730 77  GAME-PRIZES-SET               PIC 9(09) COMP VALUE 0.
001740 77  GAME-CARDS-REJECTED           PIC 9(09) COMP VALUE 0.
001750
001760* ---------------------------------------------------------------
001770* PAGE CONTROL AND PRINT LINES
001780* ---------------------------------------------------------------
001790 77  CURR-DATE                     PIC 9(08).
001800 77  CURR-TIME                     PIC 9(08).
001810 77  GAME-PAGE-NUMBER              PIC 9(03) VALUE 0.
001820 77  GAME-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001830 77  GAME-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001840
001850 01  GAME-HEADING-1.
001860     05  FILLER                    PIC X(11) VALUE "GAMEMNT    ".
001870     05  FILLER                    PIC X(40) VALUE
001880         "GAME CATALOG CHANGE LISTING".
001890     05  FILLER                    PIC X(05) VALUE "PAGE ".
001900     05  GAME-HDG-PAGE             PIC ZZ9.
001910
001920 01  GAME-HEADING-2.
001930     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
001940     05  GAME-HDG-DATE             PIC 9(08).
001950     05  FILLER                    PIC X(12) VALUE "  RUN TIME: ".
001960     05  GAME-HDG-TIME             PIC 9(08).
001970
001980 01  GAME-COLUMN-LINE.
001990     05  FILLER                    PIC X(14) VALUE SPACES.
002000     05  FILLER                    PIC X(08) VALUE "GAME".
002010     05  FILLER                    PIC X(32) VALUE "NAME".
002020     05  FILLER                    PIC X(07) VALUE "    N".
002030     05  FILLER                    PIC X(07) VALUE "    K".
002040     05  FILLER                    PIC X(11) VALUE "TKT PRICE".
002050     05  FILLER                    PIC X(20) VALUE
002060         " M           PRIZE".
002070     05  FILLER                    PIC X(08) VALUE "CHANGED".
002080
002090* THE CARD AS READ, AHEAD OF THE IMAGES IT PRODUCED.
002100 01  GAME-CARD-ECHO-LINE.
002110     05  FILLER                    PIC X(06) VALUE "CARD: ".
002120     05  GE-CARD                   PIC X(80).
002130
002140* ONE CATALOG ENTRY, LABELLED BEFORE OR AFTER THE CHANGE.  THE
002150* TIER AND PRIZE COLUMNS ARE FILLED FOR A PRIZE CARD ONLY.
002160 01  GAME-IMAGE-LINE.
002170     05  FILLER                    PIC X(02) VALUE SPACES.
002180     05  GI-LABEL                  PIC X(12).
002190     05  GI-GAME-CODE              PIC X(06).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  GI-GAME-NAME              PIC X(30).
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  GI-CHOICES                PIC ZZZZ9.
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  GI-CHOSEN                 PIC ZZZZ9.
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  GI-TICKET-PRICE           PIC ZZ,ZZ9.99.
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  GI-TIER-PRIZE.
002300         10  GI-TIER               PIC Z9.
002310         10  FILLER                PIC X(02) VALUE SPACES.
002320         10  GI-PRIZE              PIC ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                    PIC X(02) VALUE SPACES.
002340     05  GI-DATE-CHANGED           PIC 9(08).
002350
002360 01  GAME-NOTE-LINE.
002370     05  FILLER                    PIC X(14) VALUE SPACES.
002380     05  FILLER                    PIC X(26) VALUE
002390         "PRIZES CLEARED ABOVE TIER ".
002400     05  GN-TIER                   PIC Z9.
002410
002420 01  GAME-REJECT-LINE.
002430     05  FILLER                    PIC X(02) VALUE SPACES.
002440     05  FILLER                    PIC X(12) VALUE "REJECTED".
002450     05  GR-REASON                 PIC X(40).
002460
002470 01  GAME-COUNT-LINE.
002480     05  FILLER                    PIC X(05) VALUE SPACES.
002490     05  GAME-COUNT-LABEL          PIC X(40).
002500     05  GAME-COUNT-VALUE          PIC Z(08)9.
002510
002520 PROCEDURE DIVISION.
002530* ===============================================================
002540* 0000-MAIN-PROCEDURE - ENTRY POINT
002550* ===============================================================
002560 0000-MAIN-PROCEDURE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF GAME-ABORT
002590         GO TO 0000-TERMINATE
002600     END-IF.
002610     PERFORM 2100-READ-MAINTENANCE-CARD THRU 2100-EXIT.
002620     PERFORM 2000-PROCESS-MAINTENANCE-CARD THRU 2000-EXIT
002630         UNTIL GC-FILE-EOF.
002640     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002650     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002660 0000-TERMINATE.
002670*    GRADED STEP CONDITION CODE FOR THE SCHEDULER: 16 COULD
002680*    NOT RUN, 4 ONE OR MORE CARDS WERE REJECTED (THE OTHERS
002690*    WERE APPLIED), 0 CLEAN.
002700     EVALUATE TRUE
002710         WHEN GAME-ABORT
002720             MOVE 16 TO RETURN-CODE
002730         WHEN GAME-CARDS-REJECTED > 0
002740             MOVE 4 TO RETURN-CODE
002750         WHEN OTHER
002760             MOVE 0 TO RETURN-CODE
002770     END-EVALUATE.
002780     STOP RUN.
002790
002800* ---------------------------------------------------------------
002810* 1000-INITIALIZE - OPEN THE CARDS, THE CATALOG AND THE REPORT.
002820* THE CATALOG IS OPENED I-O; ON THE VERY FIRST RUN IT DOES NOT
002830* EXIST YET AND IS CREATED EMPTY, THE SAME WAY THE DEPARTMENT
002840* MASTER IS.
002850* ---------------------------------------------------------------
002860 1000-INITIALIZE.
002870     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
002880     OPEN INPUT GAMECTL-FILE.
002890     IF NOT GC-FILE-OK
002900         DISPLAY "UNABLE TO OPEN GAMECTL CARDS - STATUS "
002910             GC-FILE-STATUS
002920         SET GAME-ABORT TO TRUE
002930         GO TO 1000-EXIT
002940     END-IF.
002950     OPEN I-O GAME-CATALOG-FILE.
002960     IF GM-FILE-NOT-FOUND
002970         OPEN OUTPUT GAME-CATALOG-FILE
002980         CLOSE GAME-CATALOG-FILE
002990         OPEN I-O GAME-CATALOG-FILE
003000     END-IF.
003010     IF NOT GM-FILE-OK
003020         DISPLAY "UNABLE TO OPEN GAME CATALOG - STATUS "
003030             GM-FILE-STATUS
003040         SET GAME-ABORT TO TRUE
003050         CLOSE GAMECTL-FILE
003060         GO TO 1000-EXIT
003070     END-IF.
003080     OPEN OUTPUT REPORT-FILE.
003090     IF NOT RP-FILE-OK
003100         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
003110             RP-FILE-STATUS
003120         SET GAME-ABORT TO TRUE
003130         CLOSE GAMECTL-FILE
003140         CLOSE GAME-CATALOG-FILE
003150     END-IF.
003160 1000-EXIT.
003170     EXIT.
003180
003190* ---------------------------------------------------------------
003200* 2000 SERIES - ONE MAINTENANCE CARD PER PASS
003210* ---------------------------------------------------------------
003220 2000-PROCESS-MAINTENANCE-CARD.
003230     MOVE GAMECTL-RECORD TO GAME-CARD-LINE.
003240     PERFORM 2200-PARSE-MAINTENANCE-CARD THRU 2200-EXIT.
003250     PERFORM 4000-PRINT-CARD-ECHO THRU 4000-EXIT.
003260     IF GAME-REJECT-REASON NOT = SPACES
003270         PERFORM 4200-PRINT-REJECT-LINE THRU 4200-EXIT
003280         GO TO 2000-NEXT-CARD
003290     END-IF.
003300     EVALUATE TRUE
003310         WHEN GAME-ADD
003320             PERFORM 3000-ADD-GAME THRU 3000-EXIT
003330         WHEN GAME-CHANGE
003340             PERFORM 3100-CHANGE-GAME THRU 3100-EXIT
003350         WHEN GAME-PRIZE
003360             PERFORM 3200-SET-PRIZE THRU 3200-EXIT
003370     END-EVALUATE.
003380     IF GAME-REJECT-REASON NOT = SPACES
003390         PERFORM 4200-PRINT-REJECT-LINE THRU 4200-EXIT
003400     END-IF.
003410 2000-NEXT-CARD.
003420     PERFORM 2100-READ-MAINTENANCE-CARD THRU 2100-EXIT.
003430 2000-EXIT.
003440     EXIT.
003450
003460 2100-READ-MAINTENANCE-CARD.
003470     READ GAMECTL-FILE
003480         AT END
003490             SET GC-FILE-EOF TO TRUE
003500         NOT AT END
003510             ADD 1 TO GAME-CARDS-READ
003520     END-READ.
003530 2100-EXIT.
003540     EXIT.
003550
003560* 2200-PARSE-MAINTENANCE-CARD - SPLITS THE CARD AND EDITS
003570* EVERYTHING THAT CAN BE EDITED WITHOUT THE CATALOG.  A PRIZE
003580* CARD CARRIES ITS TIER IN THE THIRD FIELD AND ITS AMOUNT IN
003590* THE FOURTH.
003600 2200-PARSE-MAINTENANCE-CARD.
003610     MOVE SPACES TO GAME-ACTION GAME-CARD-CODE GAME-CARD-NAME
003620         GAME-CARD-CHOICES GAME-CARD-CHOSEN GAME-CARD-PRICE
003630         GAME-CARD-TIER GAME-CARD-AMOUNT GAME-REJECT-REASON.
003640     UNSTRING GAME-CARD-LINE DELIMITED BY ","
003650         INTO GAME-ACTION GAME-CARD-CODE GAME-CARD-NAME
003660              GAME-CARD-CHOICES GAME-CARD-CHOSEN
003670              GAME-CARD-PRICE
003680     END-UNSTRING.
003690     IF NOT GAME-ADD AND NOT GAME-CHANGE AND NOT GAME-PRIZE
003700         MOVE "UNKNOWN ACTION" TO GAME-REJECT-REASON
003710         GO TO 2200-EXIT
003720     END-IF.
003730     IF GAME-CARD-CODE = SPACES
003740         MOVE "GAME CODE MISSING" TO GAME-REJECT-REASON
003750         GO TO 2200-EXIT
003760     END-IF.
003770     IF GAME-PRIZE
003780         MOVE GAME-CARD-NAME (1:15) TO GAME-CARD-TIER
003790         MOVE GAME-CARD-CHOICES TO GAME-CARD-AMOUNT
003800         MOVE SPACES TO GAME-CARD-NAME GAME-CARD-CHOICES
003810         PERFORM 2300-EDIT-PRIZE-CARD THRU 2300-EXIT
003820         GO TO 2200-EXIT
003830     END-IF.
003840     IF GAME-ADD
003850         IF GAME-CARD-NAME = SPACES
003860                 OR GAME-CARD-CHOICES = SPACES
003870                 OR GAME-CARD-CHOSEN = SPACES
003880                 OR GAME-CARD-PRICE = SPACES
003890             MOVE "ADD NEEDS NAME, CHOICES, CHOSEN, PRICE"
003900                 TO GAME-REJECT-REASON
003910             GO TO 2200-EXIT
003920         END-IF
003930     END-IF.
003940     IF GAME-CARD-CHOICES NOT = SPACES
003950         MOVE GAME-CARD-CHOICES TO GAME-EDIT-FIELD
003960         PERFORM 2400-EDIT-COUNT THRU 2400-EXIT
003970         IF NOT GAME-EDIT-VALID
003980             MOVE "CHOICES NOT A WHOLE NUMBER"
003990                 TO GAME-REJECT-REASON
004000             GO TO 2200-EXIT
004010         END-IF
004020         MOVE GAME-EDIT-COUNT TO GAME-NEW-CHOICES
004030     END-IF.
004040     IF GAME-CARD-CHOSEN NOT = SPACES
004050         MOVE GAME-CARD-CHOSEN TO GAME-EDIT-FIELD
004060         PERFORM 2400-EDIT-COUNT THRU 2400-EXIT
004070         IF NOT GAME-EDIT-VALID
004080             MOVE "CHOSEN NOT A WHOLE NUMBER"
004090                 TO GAME-REJECT-REASON
004100             GO TO 2200-EXIT
004110         END-IF
004120         MOVE GAME-EDIT-COUNT TO GAME-NEW-CHOSEN
004130     END-IF.
004140     IF GAME-CARD-PRICE NOT = SPACES
004150         MOVE GAME-CARD-PRICE TO GAME-EDIT-FIELD
004160         PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT
004170         IF NOT GAME-EDIT-VALID
004180             MOVE "TICKET PRICE NOT AN AMOUNT"
004190                 TO GAME-REJECT-REASON
004200             GO TO 2200-EXIT
004210         END-IF
004220         IF GAME-EDIT-AMOUNT > GAME-PRICE-LIMIT
004230             MOVE "TICKET PRICE OVER 99999.99"
004240                 TO GAME-REJECT-REASON
004250             GO TO 2200-EXIT
004260         END-IF
004270         MOVE GAME-EDIT-AMOUNT TO GAME-NEW-PRICE
004280     END-IF.
004290 2200-EXIT.
004300     EXIT.
004310
004320 2300-EDIT-PRIZE-CARD.
004330     IF GAME-CARD-TIER = SPACES OR GAME-CARD-AMOUNT = SPACES
004340         MOVE "PRIZE NEEDS A TIER AND AN AMOUNT"
004350             TO GAME-REJECT-REASON
004360         GO TO 2300-EXIT
004370     END-IF.
004380     MOVE GAME-CARD-TIER TO GAME-EDIT-FIELD.
004390     PERFORM 2400-EDIT-COUNT THRU 2400-EXIT.
004400     IF NOT GAME-EDIT-VALID OR GAME-EDIT-COUNT > 20
004410         MOVE "TIER NOT 0 TO 20" TO GAME-REJECT-REASON
004420         GO TO 2300-EXIT
004430     END-IF.
004440     MOVE GAME-EDIT-COUNT TO GAME-NEW-TIER.
004450     MOVE GAME-CARD-AMOUNT TO GAME-EDIT-FIELD.
004460     PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.
004470     IF NOT GAME-EDIT-VALID
004480         MOVE "PRIZE NOT AN AMOUNT" TO GAME-REJECT-REASON
004490         GO TO 2300-EXIT
004500     END-IF.
004510     MOVE GAME-EDIT-AMOUNT TO GAME-NEW-PRIZE.
004520 2300-EXIT.
004530     EXIT.
004540
004550* 2400-EDIT-COUNT - GAME-EDIT-FIELD MUST HOLD ONE TO FIVE
004560* DIGITS, LEFT-JUSTIFIED, AND NOTHING AFTER THEM.
004570 2400-EDIT-COUNT.
004580     MOVE "N" TO GAME-EDIT-SWITCH.
004590     MOVE 0 TO GAME-EDIT-LENGTH.
004600     INSPECT GAME-EDIT-FIELD TALLYING GAME-EDIT-LENGTH
004610         FOR CHARACTERS BEFORE INITIAL SPACE.
004620     IF GAME-EDIT-LENGTH < 1 OR GAME-EDIT-LENGTH > 5
004630         GO TO 2400-EXIT
004640     END-IF.
004650     IF GAME-EDIT-FIELD (1:GAME-EDIT-LENGTH) NOT NUMERIC
004660         GO TO 2400-EXIT
004670     END-IF.
004680     IF GAME-EDIT-FIELD (GAME-EDIT-LENGTH + 1:) NOT = SPACES
004690         GO TO 2400-EXIT
004700     END-IF.
004710     MOVE GAME-EDIT-FIELD (1:GAME-EDIT-LENGTH) TO GAME-EDIT-COUNT.
004720     SET GAME-EDIT-VALID TO TRUE.
004730 2400-EXIT.
004740     EXIT.
004750
004760* 2500-EDIT-AMOUNT - GAME-EDIT-FIELD MUST HOLD ONE TO NINE
004770* DOLLAR DIGITS, OPTIONALLY FOLLOWED BY A DECIMAL POINT AND
004780* ONE OR TWO DIGITS OF CENTS, AND NOTHING AFTER THEM.  ONE
004790* DIGIT OF CENTS IS TENS OF CENTS (2.5 IS 2.50).
004800 2500-EDIT-AMOUNT.
004810     MOVE "N" TO GAME-EDIT-SWITCH.
004820     MOVE 0 TO GAME-EDIT-LENGTH GAME-EDIT-POINTS.
004830     INSPECT GAME-EDIT-FIELD TALLYING GAME-EDIT-LENGTH
004840         FOR CHARACTERS BEFORE INITIAL SPACE.
004850     IF GAME-EDIT-LENGTH < 1
004860         GO TO 2500-EXIT
004870     END-IF.
004880     IF GAME-EDIT-LENGTH < 15
004890         IF GAME-EDIT-FIELD (GAME-EDIT-LENGTH + 1:) NOT = SPACES
004900             GO TO 2500-EXIT
004910         END-IF
004920     END-IF.
004930     INSPECT GAME-EDIT-FIELD TALLYING GAME-EDIT-POINTS
004940         FOR ALL ".".
004950     IF GAME-EDIT-POINTS > 1
004960         GO TO 2500-EXIT
004970     END-IF.
004980     MOVE SPACES TO GAME-EDIT-WHOLE GAME-EDIT-CENTS.
004990     MOVE 0 TO GAME-EDIT-WHOLE-LENGTH GAME-EDIT-CENTS-LENGTH.
005000     UNSTRING GAME-EDIT-FIELD (1:GAME-EDIT-LENGTH)
005010         DELIMITED BY "."
005020         INTO GAME-EDIT-WHOLE COUNT IN GAME-EDIT-WHOLE-LENGTH
005030              GAME-EDIT-CENTS COUNT IN GAME-EDIT-CENTS-LENGTH
005040     END-UNSTRING.
005050     IF GAME-EDIT-WHOLE-LENGTH < 1 OR GAME-EDIT-WHOLE-LENGTH > 9
005060         GO TO 2500-EXIT
005070     END-IF.
005080     IF GAME-EDIT-WHOLE (1:GAME-EDIT-WHOLE-LENGTH) NOT NUMERIC
005090         GO TO 2500-EXIT
005100     END-IF.
005110     MOVE "00" TO GAME-EDIT-CENTS-DIGITS.
005120     IF GAME-EDIT-CENTS-LENGTH > 2
005130         GO TO 2500-EXIT
005140     END-IF.
005150     IF GAME-EDIT-CENTS-LENGTH > 0
005160         IF GAME-EDIT-CENTS (1:GAME-EDIT-CENTS-LENGTH)
005170                 NOT NUMERIC
005180             GO TO 2500-EXIT
005190         END-IF
005200         MOVE GAME-EDIT-CENTS (1:GAME-EDIT-CENTS-LENGTH)
005210             TO GAME-EDIT-CENTS-DIGITS (1:GAME-EDIT-CENTS-LENGTH)
005220     END-IF.
005230     MOVE GAME-EDIT-WHOLE (1:GAME-EDIT-WHOLE-LENGTH)
005240         TO GAME-EDIT-WHOLE-VALUE.
005250     COMPUTE GAME-EDIT-AMOUNT =
005260         GAME-EDIT-WHOLE-VALUE + GAME-EDIT-CENTS-VALUE / 100.
005270     SET GAME-EDIT-VALID TO TRUE.
005280 2500-EXIT.
005290     EXIT.
005300
005310* 2600-READ-GAME - RANDOM READ BY THE CARD'S CODE; THE ENTRY
005320* AS FOUND IS KEPT FOR THE BEFORE IMAGE.
005330 2600-READ-GAME.
005340     MOVE "N" TO GAME-ENTRY-SWITCH.
005350     MOVE GAME-CARD-CODE TO GM-GAME-CODE.
005360     READ GAME-CATALOG-FILE
005370         INVALID KEY
005380             GO TO 2600-EXIT
005390     END-READ.
005400     IF GM-FILE-OK
005410         SET GAME-ENTRY-FOUND TO TRUE
005420         MOVE GAME-RECORD TO GAME-BEFORE-IMAGE
005430     END-IF.
005440 2600-EXIT.
005450     EXIT.
005460
005470* ---------------------------------------------------------------
005480* 3000 SERIES - APPLY ONE CARD TO THE CATALOG
005490* ---------------------------------------------------------------
005500 3000-ADD-GAME.
005510     PERFORM 2600-READ-GAME THRU 2600-EXIT.
005520     IF GAME-ENTRY-FOUND
005530         MOVE "GAME ALREADY ON CATALOG" TO GAME-REJECT-REASON
005540         GO TO 3000-EXIT
005550     END-IF.
005560     MOVE GAME-NEW-CHOICES TO GM-CHOICES.
005570     MOVE GAME-NEW-CHOSEN TO GM-CHOSEN.
005580     MOVE GAME-NEW-PRICE TO GM-TICKET-PRICE.
005590     PERFORM 3300-CHECK-GAME-SHAPE THRU 3300-EXIT.
005600     IF GAME-REJECT-REASON NOT = SPACES
005610         GO TO 3000-EXIT
005620     END-IF.
005630     MOVE SPACES TO GAME-RECORD.
005640     MOVE GAME-CARD-CODE TO GM-GAME-CODE.
005650     MOVE GAME-CARD-NAME TO GM-GAME-NAME.
005660     MOVE GAME-NEW-CHOICES TO GM-CHOICES.
005670     MOVE GAME-NEW-CHOSEN TO GM-CHOSEN.
005680     MOVE GAME-NEW-PRICE TO GM-TICKET-PRICE.
005690     PERFORM 3150-CLEAR-PRIZE THRU 3150-EXIT
005700         VARYING GAME-TIER-SUB FROM 1 BY 1
005710         UNTIL GAME-TIER-SUB > 21.
005720     MOVE CURR-DATE TO GM-DATE-CHANGED.
005730     WRITE GAME-RECORD
005740         INVALID KEY
005750             CONTINUE
005760     END-WRITE.
005770     IF NOT GM-FILE-OK
005780         STRING "CATALOG WRITE FAILED - STATUS " GM-FILE-STATUS
005790             DELIMITED BY SIZE INTO GAME-REJECT-REASON
005800         GO TO 3000-EXIT
005810     END-IF.
005820     ADD 1 TO GAME-ENTRIES-ADDED.
005830     MOVE "ADDED" TO GAME-AFTER-LABEL.
005840     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
005850 3000-EXIT.
005860     EXIT.
005870
005880* 3100-CHANGE-GAME - ONLY THE FIELDS PUNCHED ON THE CARD
005890* CHANGE.  WHEN CHOSEN COMES DOWN, THE PRIZES OF THE TIERS
005900* ABOVE IT ARE CLEARED SO NO PRIZE IS LEFT ON A TIER THE GAME
005910* NO LONGER HAS.
005920 3100-CHANGE-GAME.
005930     PERFORM 2600-READ-GAME THRU 2600-EXIT.
005940     IF NOT GAME-ENTRY-FOUND
005950         MOVE "GAME NOT ON CATALOG" TO GAME-REJECT-REASON
005960         GO TO 3100-EXIT
005970     END-IF.
005980     IF GAME-CARD-NAME NOT = SPACES
005990         MOVE GAME-CARD-NAME TO GM-GAME-NAME
006000     END-IF.
006010     IF GAME-CARD-CHOICES NOT = SPACES
006020         MOVE GAME-NEW-CHOICES TO GM-CHOICES
006030     END-IF.
006040     IF GAME-CARD-CHOSEN NOT = SPACES
006050         MOVE GAME-NEW-CHOSEN TO GM-CHOSEN
006060     END-IF.
006070     IF GAME-CARD-PRICE NOT = SPACES
006080         MOVE GAME-NEW-PRICE TO GM-TICKET-PRICE
006090     END-IF.
006100     PERFORM 3300-CHECK-GAME-SHAPE THRU 3300-EXIT.
006110     IF GAME-REJECT-REASON NOT = SPACES
006120         GO TO 3100-EXIT
006130     END-IF.
006140     MOVE "N" TO GAME-PRIZES-CLEARED-SWITCH.
006150     IF GM-CHOSEN < GB-CHOSEN
006160         SET GAME-PRIZES-CLEARED TO TRUE
006170         COMPUTE GAME-CLEAR-FROM = GM-CHOSEN + 2
006180         PERFORM 3150-CLEAR-PRIZE THRU 3150-EXIT
006190             VARYING GAME-TIER-SUB FROM GAME-CLEAR-FROM BY 1
006200             UNTIL GAME-TIER-SUB > 21
006210     END-IF.
006220     MOVE CURR-DATE TO GM-DATE-CHANGED.
006230     PERFORM 4100-PRINT-BEFORE-IMAGE THRU 4100-EXIT.
006240     REWRITE GAME-RECORD
006250         INVALID KEY
006260             CONTINUE
006270     END-REWRITE.
006280     IF NOT GM-FILE-OK
006290         STRING "CATALOG REWRITE FAILED - STATUS " GM-FILE-STATUS
006300             DELIMITED BY SIZE INTO GAME-REJECT-REASON
006310         GO TO 3100-EXIT
006320     END-IF.
006330     ADD 1 TO GAME-ENTRIES-CHANGED.
006340     MOVE "CHANGED" TO GAME-AFTER-LABEL.
006350     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
006360     IF GAME-PRIZES-CLEARED
006370         PERFORM 4170-PRINT-CLEARED-NOTE THRU 4170-EXIT
006380     END-IF.
006390 3100-EXIT.
006400     EXIT.
006410
006420 3150-CLEAR-PRIZE.
006430     MOVE 0 TO GM-PRIZE-AMOUNT (GAME-TIER-SUB).
006440 3150-EXIT.
006450     EXIT.
006460
006470* 3200-SET-PRIZE - THE TIER MUST BE ONE THE GAME HAS, 0
006480* THROUGH ITS CHOSEN.
006490 3200-SET-PRIZE.
006500     PERFORM 2600-READ-GAME THRU 2600-EXIT.
006510     IF NOT GAME-ENTRY-FOUND
006520         MOVE "GAME NOT ON CATALOG" TO GAME-REJECT-REASON
006530         GO TO 3200-EXIT
006540     END-IF.
006550     IF GAME-NEW-TIER > GM-CHOSEN
006560         MOVE "TIER ABOVE THE GAME'S CHOSEN"
006570             TO GAME-REJECT-REASON
006580         GO TO 3200-EXIT
006590     END-IF.
006600     MOVE GAME-NEW-PRIZE TO GM-PRIZE-AMOUNT (GAME-NEW-TIER + 1).
006610     MOVE CURR-DATE TO GM-DATE-CHANGED.
006620     PERFORM 4100-PRINT-BEFORE-IMAGE THRU 4100-EXIT.
006630     REWRITE GAME-RECORD
006640         INVALID KEY
006650             CONTINUE
006660     END-REWRITE.
006670     IF NOT GM-FILE-OK
006680         STRING "CATALOG REWRITE FAILED - STATUS " GM-FILE-STATUS
006690             DELIMITED BY SIZE INTO GAME-REJECT-REASON
006700         GO TO 3200-EXIT
006710     END-IF.
006720     ADD 1 TO GAME-PRIZES-SET.
006730     MOVE "PRIZE SET" TO GAME-AFTER-LABEL.
006740     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
006750 3200-EXIT.
006760     EXIT.
006770
006780* 3300-CHECK-GAME-SHAPE - THE ENTRY AS IT WOULD BE WRITTEN
006790* MUST BE ONE THE PAYOUT RUN CAN EVALUATE.
006800 3300-CHECK-GAME-SHAPE.
006810     IF GM-CHOICES < 1 OR GM-CHOICES > 100
006820         MOVE "CHOICES NOT 1 TO 100" TO GAME-REJECT-REASON
006830         GO TO 3300-EXIT
006840     END-IF.
006850     IF GM-CHOSEN < 1 OR GM-CHOSEN > 20
006860         MOVE "CHOSEN NOT 1 TO 20" TO GAME-REJECT-REASON
006870         GO TO 3300-EXIT
006880     END-IF.
006890     IF GM-CHOSEN > GM-CHOICES
006900         MOVE "CHOSEN EXCEEDS CHOICES" TO GAME-REJECT-REASON
006910         GO TO 3300-EXIT
006920     END-IF.
006930     IF GM-TICKET-PRICE = 0
006940         MOVE "TICKET PRICE MUST BE ABOVE ZERO"
006950             TO GAME-REJECT-REASON
006960     END-IF.
006970 3300-EXIT.
006980     EXIT.
006990
007000* ---------------------------------------------------------------
007010* 4000 SERIES - CHANGE LISTING
007020* ---------------------------------------------------------------
007030 4000-PRINT-CARD-ECHO.
007040     IF GAME-LINE-COUNT > GAME-LINES-PER-PAGE
007050         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
007060     END-IF.
007070     MOVE SPACES TO REPORT-RECORD.
007080     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007090     MOVE GAME-CARD-LINE TO GE-CARD.
007100     WRITE REPORT-RECORD FROM GAME-CARD-ECHO-LINE
007110         AFTER ADVANCING 1 LINE.
007120     ADD 2 TO GAME-LINE-COUNT.
007130 4000-EXIT.
007140     EXIT.
007150
007160* 4100-PRINT-BEFORE-IMAGE - THE ENTRY AS IT STOOD BEFORE THE
007170* CARD WAS APPLIED, FROM THE COPY TAKEN AT THE READ.
007180 4100-PRINT-BEFORE-IMAGE.
007190     MOVE "BEFORE" TO GI-LABEL.
007200     MOVE GB-GAME-CODE TO GI-GAME-CODE.
007210     MOVE GB-GAME-NAME TO GI-GAME-NAME.
007220     MOVE GB-CHOICES TO GI-CHOICES.
007230     MOVE GB-CHOSEN TO GI-CHOSEN.
007240     MOVE GB-TICKET-PRICE TO GI-TICKET-PRICE.
007250     MOVE SPACES TO GI-TIER-PRIZE.
007260     IF GAME-PRIZE
007270         MOVE GAME-NEW-TIER TO GI-TIER
007280         MOVE GB-PRIZE-AMOUNT (GAME-NEW-TIER + 1) TO GI-PRIZE
007290     END-IF.
007300     MOVE GB-DATE-CHANGED TO GI-DATE-CHANGED.
007310     PERFORM 4160-WRITE-IMAGE-LINE THRU 4160-EXIT.
007320 4100-EXIT.
007330     EXIT.
007340
007350 4150-PRINT-AFTER-IMAGE.
007360     MOVE GAME-AFTER-LABEL TO GI-LABEL.
007370     MOVE GM-GAME-CODE TO GI-GAME-CODE.
007380     MOVE GM-GAME-NAME TO GI-GAME-NAME.
007390     MOVE GM-CHOICES TO GI-CHOICES.
007400     MOVE GM-CHOSEN TO GI-CHOSEN.
007410     MOVE GM-TICKET-PRICE TO GI-TICKET-PRICE.
007420     MOVE SPACES TO GI-TIER-PRIZE.
007430     IF GAME-PRIZE
007440         MOVE GAME-NEW-TIER TO GI-TIER
007450         MOVE GM-PRIZE-AMOUNT (GAME-NEW-TIER + 1) TO GI-PRIZE
007460     END-IF.
007470     MOVE GM-DATE-CHANGED TO GI-DATE-CHANGED.
007480     PERFORM 4160-WRITE-IMAGE-LINE THRU 4160-EXIT.
007490 4150-EXIT.
007500     EXIT.
007510
007520 4160-WRITE-IMAGE-LINE.
007530     WRITE REPORT-RECORD FROM GAME-IMAGE-LINE
007540         AFTER ADVANCING 1 LINE.
007550     ADD 1 TO GAME-LINE-COUNT.
007560 4160-EXIT.
007570     EXIT.
007580
007590 4170-PRINT-CLEARED-NOTE.
007600     MOVE GM-CHOSEN TO GN-TIER.
007610     WRITE REPORT-RECORD FROM GAME-NOTE-LINE
007620         AFTER ADVANCING 1 LINE.
007630     ADD 1 TO GAME-LINE-COUNT.
007640 4170-EXIT.
007650     EXIT.
007660
007670 4200-PRINT-REJECT-LINE.
007680     ADD 1 TO GAME-CARDS-REJECTED.
007690     MOVE GAME-REJECT-REASON TO GR-REASON.
007700     WRITE REPORT-RECORD FROM GAME-REJECT-LINE
007710         AFTER ADVANCING 1 LINE.
007720     ADD 1 TO GAME-LINE-COUNT.
007730     DISPLAY "GAMECTL CARD " GAME-CARDS-READ " REJECTED - "
007740         GAME-REJECT-REASON.
007750 4200-EXIT.
007760     EXIT.
007770
007780 4300-PRINT-HEADINGS.
007790     ACCEPT CURR-TIME FROM TIME.
007800     MOVE CURR-DATE TO GAME-HDG-DATE.
007810     MOVE CURR-TIME TO GAME-HDG-TIME.
007820     ADD 1 TO GAME-PAGE-NUMBER.
007830     MOVE GAME-PAGE-NUMBER TO GAME-HDG-PAGE.
007840     WRITE REPORT-RECORD FROM GAME-HEADING-1
007850         AFTER ADVANCING PAGE.
007860     WRITE REPORT-RECORD FROM GAME-HEADING-2
007870         AFTER ADVANCING 1 LINE.
007880     MOVE SPACES TO REPORT-RECORD.
007890     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007900     WRITE REPORT-RECORD FROM GAME-COLUMN-LINE
007910         AFTER ADVANCING 1 LINE.
007920     MOVE 4 TO GAME-LINE-COUNT.
007930 4300-EXIT.
007940     EXIT.
007950
007960* ---------------------------------------------------------------
007970* 8000-PRINT-TOTALS
007980* ---------------------------------------------------------------
007990 8000-PRINT-TOTALS.
008000     IF GAME-PAGE-NUMBER = 0
008010         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
008020     END-IF.
008030     MOVE SPACES TO REPORT-RECORD.
008040     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
008050     MOVE "CARDS READ" TO GAME-COUNT-LABEL.
008060     MOVE GAME-CARDS-READ TO GAME-COUNT-VALUE.
008070     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
008080     MOVE "GAMES ADDED" TO GAME-COUNT-LABEL.
008090     MOVE GAME-ENTRIES-ADDED TO GAME-COUNT-VALUE.
008100     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
008110     MOVE "GAMES CHANGED" TO GAME-COUNT-LABEL.
008120     MOVE GAME-ENTRIES-CHANGED TO GAME-COUNT-VALUE.
008130     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
008140     MOVE "PRIZES SET" TO GAME-COUNT-LABEL.
008150     MOVE GAME-PRIZES-SET TO GAME-COUNT-VALUE.
008160     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
008170     MOVE "CARDS REJECTED" TO GAME-COUNT-LABEL.
008180     MOVE GAME-CARDS-REJECTED TO GAME-COUNT-VALUE.
008190     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
008200 8000-EXIT.
008210     EXIT.
008220
008230 8100-PRINT-COUNT-LINE.
008240     WRITE REPORT-RECORD FROM GAME-COUNT-LINE
008250         AFTER ADVANCING 1 LINE.
008260     IF NOT RP-FILE-OK
008270         DISPLAY "UNABLE TO WRITE CHANGE LISTING - STATUS "
008280             RP-FILE-STATUS
008290     END-IF.
008300 8100-EXIT.
008310     EXIT.
008320
008330 9000-CLOSE-FILES.
008340     CLOSE GAMECTL-FILE.
008350     CLOSE GAME-CATALOG-FILE.
008360     CLOSE REPORT-FILE.
008370 9000-EXIT.
008380     EXIT.
008390
008400 END PROGRAM GAME-MAINTENANCE.

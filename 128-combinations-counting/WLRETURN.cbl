000010* ---------------------------------------------------------------
000020* PROGRAM: WORKLIST-RETURN
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: BUILDS THE RETURN FILE SENT BACK TO EACH UPSTREAM
000050*          DEPARTMENT AFTER THE NIGHTLY CALCULATION RUN.  EACH
000060*          WORKLIST AS SUBMITTED IS READ AGAIN AND EVERY
000070*          DETAIL ON IT IS WRITTEN TO THAT DEPARTMENT'S RETURN
000080*          FILE WITH ITS DISPOSITION - CALCULATED WITH ITS
000090*          ANSWER AND ODDS, REJECTED BY THE EDIT WITH ITS
000100*          REASON CODE, OR SUSPENDED INV/OVF - UNDER A HEADER
000110*          AND A TRAILER OF ITS OWN THAT THE DEPARTMENT CAN
000120*          BALANCE AGAINST WHAT IT SENT.
000130* TECTONICS: cobc
000140* ---------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* ---------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------------------------------------------------------------
000190* 06/30/2022 FG    ORIGINAL PROGRAM - ONE RETURN FILE PER
000200*                   SENDING DEPARTMENT, ONE LINE PER SUBMITTED
000210*                   DETAIL, MATCHED TO THE EDIT REJECTS AND THE
000220*                   CALCULATION RUN'S RETURN EXTRACT.
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. WORKLIST-RETURN.
000250 AUTHOR. FRANK GLASER.
000260 INSTALLATION. OPERATIONS RESEARCH GROUP.
000270 DATE-WRITTEN. 06/30/2022.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GENERIC.
000330 OBJECT-COMPUTER. GENERIC.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360*    WORKLISTS EXACTLY AS THE UPSTREAM DEPARTMENTS SENT THEM -
000370*    THE SAME FILES THE MERGE READ.  A MISSING FILE IS SKIPPED
000380*    WITH A NOTE; THAT DEPARTMENT SENT NO WORK TONIGHT.
000390     SELECT WORKIN1-FILE ASSIGN TO "WORKIN1"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS W1-FILE-STATUS.
000420     SELECT WORKIN2-FILE ASSIGN TO "WORKIN2"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS W2-FILE-STATUS.
000450     SELECT WORKIN3-FILE ASSIGN TO "WORKIN3"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS W3-FILE-STATUS.
000480*    RECORDS THE FRONT-END EDIT REJECTED, WITH REASON CODES.
000490     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RJ-FILE-STATUS.
000520*    ONE LINE PER DETAIL THE CALCULATION RUN DISPOSED.
000530     SELECT RETURN-EXTRACT-FILE ASSIGN TO "RTNXTRCT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RX-FILE-STATUS.
000560*    RETURN FILES - RETURN1 ANSWERS WORKIN1, AND SO ON.
000570     SELECT RETURN1-FILE ASSIGN TO "RETURN1"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS R1-FILE-STATUS.
000600     SELECT RETURN2-FILE ASSIGN TO "RETURN2"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS R2-FILE-STATUS.
000630     SELECT RETURN3-FILE ASSIGN TO "RETURN3"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS R3-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  WORKIN1-FILE
000700         RECORD CONTAINS 70 CHARACTERS.
000710 01  WORKIN1-RECORD                PIC X(70).
000720
000730 FD  WORKIN2-FILE
000740         RECORD CONTAINS 70 CHARACTERS.
000750 01  WORKIN2-RECORD                PIC X(70).
000760
000770 FD  WORKIN3-FILE
000780         RECORD CONTAINS 70 CHARACTERS.
000790 01  WORKIN3-RECORD                PIC X(70).
000800
000810 FD  REJECT-FILE
000820         RECORD CONTAINS 80 CHARACTERS.
000830 01  REJECT-RECORD.
000840     05  RJ-DETAIL                 PIC X(20).
000850     05  FILLER                    PIC X(01).
000860     05  RJ-REASON-CODE            PIC X(02).
000870     05  FILLER                    PIC X(07).
000880     05  RJ-GROUP-SIZES            PIC X(50).
000890
000900 FD  RETURN-EXTRACT-FILE
000910         RECORD CONTAINS 260 CHARACTERS.
000920 01  RETURN-EXTRACT-RECORD.
000930     05  RX-DETAIL                 PIC X(70).
000940     05  RX-DISPOSITION            PIC X(03).
000950     05  RX-RESULT                 PIC X(120).
000960     05  RX-ODDS-DENOMINATOR       PIC X(35).
000970     05  RX-PROBABILITY-PCT        PIC X(11).
000980     05  RX-RUN-ID                 PIC X(14).
000990     05  RX-SEQUENCE-NO            PIC X(07).
001000
001010 FD  RETURN1-FILE
001020         RECORD CONTAINS 270 CHARACTERS.
001030 01  RETURN1-RECORD                PIC X(270).
001040
001050 FD  RETURN2-FILE
001060         RECORD CONTAINS 270 CHARACTERS.
001070 01  RETURN2-RECORD                PIC X(270).
001080
001090 FD  RETURN3-FILE
001100         RECORD CONTAINS 270 CHARACTERS.
001110 01  RETURN3-RECORD                PIC X(270).
001120
001130 WORKING-STORAGE SECTION.
001140* ---------------------------------------------------------------
001150* FILE STATUS FIELDS
001160* ---------------------------------------------------------------
001170 77  W1-FILE-STATUS                PIC X(02).
001180     88  W1-FILE-OK                VALUE "00".
001190     88  W1-FILE-NOT-FOUND         VALUE "35".
001200
001210 77  W2-FILE-STATUS                PIC X(02).
001220     88  W2-FILE-OK                VALUE "00".
001230     88  W2-FILE-NOT-FOUND         VALUE "35".
001240
001250 77  W3-FILE-STATUS                PIC X(02).
001260     88  W3-FILE-OK                VALUE "00".
001270     88  W3-FILE-NOT-FOUND         VALUE "35".
001280
001290 77  RJ-FILE-STATUS                PIC X(02).
001300     88  RJ-FILE-OK                VALUE "00".
001310     88  RJ-FILE-EOF               VALUE "10".
001320
001330 77  RX-FILE-STATUS                PIC X(02).
001340     88  RX-FILE-OK                VALUE "00".
001350     88  RX-FILE-EOF               VALUE "10".
001360
001370 77  R1-FILE-STATUS                PIC X(02).
001380     88  R1-FILE-OK                VALUE "00".
001390
001400 77  R2-FILE-STATUS                PIC X(02).
001410     88  R2-FILE-OK                VALUE "00".
001420
001430 77  R3-FILE-STATUS                PIC X(02).
001440     88  R3-FILE-OK                VALUE "00".
001450
001460 77  RTN-ABORT-SWITCH              PIC X(01) VALUE "N".
001470     88  RTN-ABORT                 VALUE "Y".
001480* RAISED WHEN A RETURN FILE COULD NOT BE OPENED OR WRITTEN, OR
001490* A SUBMITTED WORKLIST COULD NOT BE READ - THAT DEPARTMENT'S
001500* RETURN IS MISSING OR SHORT.
001510 77  RTN-FILE-FAILED-SWITCH        PIC X(01) VALUE "N".
001520     88  RTN-FILE-FAILED           VALUE "Y".
001530
001540* ---------------------------------------------------------------
001550* DISPOSITION TABLE - EVERY REJECT AND EVERY RETURN EXTRACT
001560* LINE, KEYED ON THE 70-BYTE DETAIL AS THE EDIT AND THE
001570* CALCULATION RUN SAW IT (DEPARTMENT TAGGED BY THE MERGE).  A
001580* SUBMITTED DETAIL CLAIMS THE FIRST UNCLAIMED ENTRY WITH THE
001590* SAME KEY, SO A DETAIL SENT TWICE IS ANSWERED TWICE.  A FULL
001600* TABLE IS COUNTED AND REPORTED; THE DETAILS WHOSE ENTRIES DID
001610* NOT FIT COME BACK NOT PROCESSED.
001620* ---------------------------------------------------------------
001630 01  RTN-DISPOSITION-TABLE.
001640     05  RTN-DISP-ENTRY            OCCURS 2000 TIMES.
001650         10  RTD-KEY               PIC X(70).
001660         10  RTD-DISPOSITION       PIC X(03).
001670         10  RTD-REASON-CODE       PIC X(02).
001680         10  RTD-RESULT            PIC X(120).
001690         10  RTD-ODDS-DENOMINATOR  PIC X(35).
001700         10  RTD-PROBABILITY-PCT   PIC X(11).
001710         10  RTD-RUN-ID            PIC X(14).
001720         10  RTD-SEQUENCE-NO       PIC X(07).
001730         10  RTD-CLAIMED-SWITCH    PIC X(01).
001740             88  RTD-CLAIMED       VALUE "Y".
001750 77  RTN-DISP-MAX                  PIC 9(05) COMP VALUE 2000.
001760 77  RTN-DISP-COUNT                PIC 9(05) COMP VALUE 0.
001770 77  RTN-DISP-INDX                 PIC 9(05) COMP.
001780 77  RTN-DISP-FULL-COUNT           PIC 9(09) COMP VALUE 0.
001790 77  RTN-DISP-UNCLAIMED            PIC 9(09) COMP VALUE 0.
001800 77  RTN-MATCH-SWITCH              PIC X(01) VALUE "N".
001810     88  RTN-MATCH-FOUND           VALUE "Y".
001820 77  RTN-REJECTS-LOADED            PIC 9(09) COMP VALUE 0.
001830 77  RTN-EXTRACT-LOADED            PIC 9(09) COMP VALUE 0.
001840
001850* ---------------------------------------------------------------
001860* WORK COPY OF THE SUBMITTED RECORD BEING RETURNED, WITH THE
001870* HEADER AND TRAILER VIEWS, AND THE MATCH KEY BUILT FROM IT.
001880* ---------------------------------------------------------------
001890 01  RTN-WORK-RECORD.
001900     05  RW-CHOICE-MATTER          PIC X(03).
001910     05  RW-CHOICES                PIC X(05).
001920     05  RW-CHOICES-NUM REDEFINES RW-CHOICES
001930                                   PIC 9(05).
001940     05  RW-CHOSEN                 PIC X(05).
001950     05  RW-CHOSEN-NUM REDEFINES RW-CHOSEN
001960                                   PIC 9(05).
001970     05  FILLER                    PIC X(57).
001980 01  RTN-HEADER-VIEW REDEFINES RTN-WORK-RECORD.
001990     05  RV-RECORD-ID              PIC X(03).
002000     05  RV-CREATE-DATE            PIC 9(08).
002010     05  RV-SOURCE-SYSTEM          PIC X(09).
002020* THE SUBMITTED DETAIL TAGGED THE WAY THE MERGE TAGS IT - A
002030* BLANK DEPARTMENT CODE TAKES THE FIRST THREE CHARACTERS OF
002040* THE HEADER SOURCE SYSTEM.
002050 01  RTN-MATCH-KEY.
002060     05  FILLER                    PIC X(16).
002070     05  RTN-MATCH-DEPARTMENT      PIC X(03).
002080     05  FILLER                    PIC X(51).
002090
002100* ---------------------------------------------------------------
002110* CURRENT-FILE CONTROLS - RESET AT THE TOP OF EACH INPUT FILE.
002120* ---------------------------------------------------------------
002130 77  RTN-CURRENT-FILE              PIC 9(01) VALUE 0.
002140 77  RTN-FILE-LABEL                PIC X(08).
002150 77  RTN-FILE-EOF-SWITCH           PIC X(01) VALUE "N".
002160     88  RTN-FILE-EOF              VALUE "Y".
002170 77  RTN-HEADER-WRITTEN-SWITCH     PIC X(01) VALUE "N".
002180     88  RTN-HEADER-WRITTEN        VALUE "Y".
002190 77  RTN-SOURCE-SYSTEM             PIC X(09) VALUE SPACES.
002200 77  RTN-SOURCE-TAG                PIC X(03) VALUE SPACES.
002210 77  RTN-WORKLIST-DATE             PIC 9(08) VALUE 0.
002220 77  RTN-FILE-DETAILS              PIC 9(09) COMP VALUE 0.
002230 77  RTN-FILE-HASH                 PIC 9(10) VALUE 0.
002240 77  RTN-FILE-CALCULATED           PIC 9(09) COMP VALUE 0.
002250 77  RTN-FILE-REJECTED             PIC 9(09) COMP VALUE 0.
002260 77  RTN-FILE-SUSPENDED            PIC 9(09) COMP VALUE 0.
002270 77  RTN-FILE-NOT-PROCESSED        PIC 9(09) COMP VALUE 0.
002280
002290* ---------------------------------------------------------------
002300* RUN TOTALS
002310* ---------------------------------------------------------------
002320 77  RTN-FILES-PROCESSED           PIC 9(03) COMP VALUE 0.
002330 77  RTN-FILES-SKIPPED             PIC 9(03) COMP VALUE 0.
002340 77  RTN-DETAILS-RETURNED          PIC 9(09) COMP VALUE 0.
002350 77  RTN-TOTAL-NOT-PROCESSED       PIC 9(09) COMP VALUE 0.
002360 77  CURR-DATE                     PIC 9(08).
002370
002380* ---------------------------------------------------------------
002390* RETURN FILE LINES.  THE TRAILER DETAIL COUNT AND HASH TOTAL
002400* (CHOICES PLUS CHOSEN OVER THE NUMERIC DETAILS) FOLLOW THE
002410* WORKLIST TRAILER RULES, SO A DEPARTMENT HOLDS THEM AGAINST
002420* THE TRAILER IT SENT; THE FOUR DISPOSITION COUNTS ADD UP TO
002430* THE DETAIL COUNT.
002440* ---------------------------------------------------------------
002450 77  RTN-OUT-LINE                  PIC X(270).
002460
002470 01  RTN-HEADER-LINE.
002480     05  FILLER                    PIC X(03) VALUE "HDR".
002490     05  RH-RETURN-DATE            PIC 9(08).
002500     05  RH-SOURCE-SYSTEM          PIC X(09).
002510     05  FILLER                    PIC X(01) VALUE SPACE.
002520*    CREATE DATE FROM THE HEADER OF THE WORKLIST BEING ANSWERED.
002530     05  RH-WORKLIST-DATE          PIC 9(08).
002540
002550* ONE LINE PER SUBMITTED DETAIL.  DISPOSITIONS:
002560*   CAL  CALCULATED - ANSWER, ODDS, PERCENT, AUDIT RUN/SEQUENCE
002570*   REJ  REJECTED BY THE EDIT - REASON CODE
002580*   INV  SUSPENDED, PICKED EXCEEDS AVAILABLE OR BAD GROUPS
002590*   OVF  SUSPENDED, ANSWER WIDER THAN 120 DIGITS
002600*   NPR  NOT PROCESSED - NO DISPOSITION FOUND FOR THE DETAIL
002610 01  RTN-DETAIL-LINE.
002620     05  RD-DETAIL                 PIC X(70).
002630     05  FILLER                    PIC X(01) VALUE SPACE.
002640     05  RD-DISPOSITION            PIC X(03).
002650     05  FILLER                    PIC X(01) VALUE SPACE.
002660     05  RD-REASON-CODE            PIC X(02).
002670     05  FILLER                    PIC X(01) VALUE SPACE.
002680     05  RD-RESULT                 PIC X(120).
002690     05  FILLER                    PIC X(01) VALUE SPACE.
002700     05  RD-ODDS-DENOMINATOR       PIC X(35).
002710     05  FILLER                    PIC X(01) VALUE SPACE.
002720     05  RD-PROBABILITY-PCT        PIC X(11).
002730     05  FILLER                    PIC X(01) VALUE SPACE.
002740     05  RD-RUN-ID                 PIC X(14).
002750     05  FILLER                    PIC X(01) VALUE SPACE.
002760     05  RD-SEQUENCE-NO            PIC X(07).
002770
002780 01  RTN-TRAILER-LINE.
002790     05  FILLER                    PIC X(03) VALUE "TRL".
002800     05  RT-DETAIL-COUNT           PIC 9(07).
002810     05  RT-HASH-TOTAL             PIC 9(10).
002820     05  FILLER                    PIC X(01) VALUE SPACE.
002830     05  RT-CALCULATED             PIC 9(07).
002840     05  FILLER                    PIC X(01) VALUE SPACE.
002850     05  RT-REJECTED               PIC 9(07).
002860     05  FILLER                    PIC X(01) VALUE SPACE.
002870     05  RT-SUSPENDED              PIC 9(07).
002880     05  FILLER                    PIC X(01) VALUE SPACE.
002890     05  RT-NOT-PROCESSED          PIC 9(07).
002900
002910 PROCEDURE DIVISION.
002920* ===============================================================
002930* 0000-MAIN-PROCEDURE - ENTRY POINT
002940* ===============================================================
002950 0000-MAIN-PROCEDURE.
002960     PERFORM 1000-LOAD-DISPOSITIONS THRU 1000-EXIT.
002970     IF RTN-ABORT
002980         GO TO 0000-TERMINATE
002990     END-IF.
003000     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003010     PERFORM 2010-PROCESS-WORKIN1 THRU 2010-EXIT.
003020     PERFORM 2020-PROCESS-WORKIN2 THRU 2020-EXIT.
003030     PERFORM 2030-PROCESS-WORKIN3 THRU 2030-EXIT.
003040     PERFORM 4000-CHECK-UNCLAIMED THRU 4000-EXIT.
003050     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
003060 0000-TERMINATE.
003070*    GRADED STEP CONDITION CODE FOR THE SCHEDULER, WORST
003080*    GRADE WINS:
003090*      16  COULD NOT RUN - THE REJECT FILE OR THE RETURN
003100*          EXTRACT WOULD NOT OPEN, OR NO SUBMITTED WORKLIST
003110*          WAS PRESENT AT ALL.
003120*       8  A DEPARTMENT'S RETURN FILE COULD NOT BE WRITTEN IN
003130*          FULL - RERUN THE STEP BEFORE SENDING ANY RETURNS.
003140*       4  RETURNS WRITTEN, BUT SOME DETAILS CAME BACK NOT
003150*          PROCESSED, SOME DISPOSITIONS MATCHED NO SUBMITTED
003160*          DETAIL, OR THE DISPOSITION TABLE FILLED.
003170*       0  CLEAN RUN.
003180     EVALUATE TRUE
003190         WHEN RTN-ABORT
003200             MOVE 16 TO RETURN-CODE
003210         WHEN RTN-FILES-PROCESSED = 0
003220             MOVE 16 TO RETURN-CODE
003230         WHEN RTN-FILE-FAILED
003240             MOVE 8 TO RETURN-CODE
003250         WHEN RTN-TOTAL-NOT-PROCESSED > 0
003260             MOVE 4 TO RETURN-CODE
003270         WHEN RTN-DISP-UNCLAIMED > 0
003280             MOVE 4 TO RETURN-CODE
003290         WHEN RTN-DISP-FULL-COUNT > 0
003300             MOVE 4 TO RETURN-CODE
003310         WHEN OTHER
003320             MOVE 0 TO RETURN-CODE
003330     END-EVALUATE.
003340     STOP RUN.
003350
003360* ---------------------------------------------------------------
003370* 1000-LOAD-DISPOSITIONS - READS THE EDIT REJECTS AND THE
003380* CALCULATION RUN'S RETURN EXTRACT INTO THE DISPOSITION TABLE.
003390* BOTH FILES DESCRIBE TONIGHT'S RUN ONLY: THE EDIT REBUILDS
003400* ITS REJECT FILE EVERY NIGHT AND THE CALCULATION RUN ITS
003410* EXTRACT.  WITHOUT EITHER ONE NO RETURN CAN BE TRUSTED.
003420* ---------------------------------------------------------------
003430 1000-LOAD-DISPOSITIONS.
003440     OPEN INPUT REJECT-FILE.
003450     IF NOT RJ-FILE-OK
003460         DISPLAY "UNABLE TO OPEN REJECT FILE - STATUS "
003470             RJ-FILE-STATUS
003480         SET RTN-ABORT TO TRUE
003490         GO TO 1000-EXIT
003500     END-IF.
003510     OPEN INPUT RETURN-EXTRACT-FILE.
003520     IF NOT RX-FILE-OK
003530         DISPLAY "UNABLE TO OPEN RETURN EXTRACT - STATUS "
003540             RX-FILE-STATUS
003550         SET RTN-ABORT TO TRUE
003560         CLOSE REJECT-FILE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-REJECT THRU 1200-EXIT
003610         UNTIL RJ-FILE-EOF.
003620     PERFORM 1300-READ-EXTRACT THRU 1300-EXIT.
003630     PERFORM 1400-LOAD-EXTRACT THRU 1400-EXIT
003640         UNTIL RX-FILE-EOF.
003650     CLOSE REJECT-FILE.
003660     CLOSE RETURN-EXTRACT-FILE.
003670     IF RTN-DISP-FULL-COUNT > 0
003680         DISPLAY "DISPOSITION TABLE FULL - " RTN-DISP-FULL-COUNT
003690             " DISPOSITIONS NOT LOADED"
003700     END-IF.
003710 1000-EXIT.
003720     EXIT.
003730
003740 1100-READ-REJECT.
003750     READ REJECT-FILE
003760         AT END
003770             SET RJ-FILE-EOF TO TRUE
003780     END-READ.
003790 1100-EXIT.
003800     EXIT.
003810
003820* 1200-LOAD-REJECT - THE REJECT RECORD CARRIES THE FIRST 20
003830* COLUMNS AND THE GROUP SIZES OF THE DETAIL; THE RUSH FLAG
003840* AND DEPARTMENT ARE IN THE FIRST 20, SO THE FULL 70-BYTE
003850* DETAIL IS PUT BACK TOGETHER FROM THE TWO.
003860 1200-LOAD-REJECT.
003870     IF RTN-DISP-COUNT >= RTN-DISP-MAX
003880         ADD 1 TO RTN-DISP-FULL-COUNT
003890         GO TO 1200-READ-NEXT
003900     END-IF.
003910     ADD 1 TO RTN-DISP-COUNT.
003920     ADD 1 TO RTN-REJECTS-LOADED.
003930     MOVE SPACES TO RTN-DISP-ENTRY (RTN-DISP-COUNT).
003940     MOVE RJ-DETAIL TO RTD-KEY (RTN-DISP-COUNT) (1:20).
003950     MOVE RJ-GROUP-SIZES TO RTD-KEY (RTN-DISP-COUNT) (21:50).
003960     MOVE "REJ" TO RTD-DISPOSITION (RTN-DISP-COUNT).
003970     MOVE RJ-REASON-CODE TO RTD-REASON-CODE (RTN-DISP-COUNT).
003980     MOVE "N" TO RTD-CLAIMED-SWITCH (RTN-DISP-COUNT).
003990 1200-READ-NEXT.
004000     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
004010 1200-EXIT.
004020     EXIT.
004030
004040 1300-READ-EXTRACT.
004050     READ RETURN-EXTRACT-FILE
004060         AT END
004070             SET RX-FILE-EOF TO TRUE
004080     END-READ.
004090 1300-EXIT.
004100     EXIT.
004110
004120 1400-LOAD-EXTRACT.
004130     IF RTN-DISP-COUNT >= RTN-DISP-MAX
004140         ADD 1 TO RTN-DISP-FULL-COUNT
004150         GO TO 1400-READ-NEXT
004160     END-IF.
004170     ADD 1 TO RTN-DISP-COUNT.
004180     ADD 1 TO RTN-EXTRACT-LOADED.
004190     MOVE SPACES TO RTN-DISP-ENTRY (RTN-DISP-COUNT).
004200     MOVE RX-DETAIL TO RTD-KEY (RTN-DISP-COUNT).
004210     MOVE RX-DISPOSITION TO RTD-DISPOSITION (RTN-DISP-COUNT).
004220     MOVE RX-RESULT TO RTD-RESULT (RTN-DISP-COUNT).
004230     MOVE RX-ODDS-DENOMINATOR
004240         TO RTD-ODDS-DENOMINATOR (RTN-DISP-COUNT).
004250     MOVE RX-PROBABILITY-PCT
004260         TO RTD-PROBABILITY-PCT (RTN-DISP-COUNT).
004270     MOVE RX-RUN-ID TO RTD-RUN-ID (RTN-DISP-COUNT).
004280     MOVE RX-SEQUENCE-NO TO RTD-SEQUENCE-NO (RTN-DISP-COUNT).
004290     MOVE "N" TO RTD-CLAIMED-SWITCH (RTN-DISP-COUNT).
004300 1400-READ-NEXT.
004310     PERFORM 1300-READ-EXTRACT THRU 1300-EXIT.
004320 1400-EXIT.
004330     EXIT.
004340
004350* ---------------------------------------------------------------
004360* 2010/2020/2030 - ONE DRIVER PER SUBMITTED WORKLIST, AS IN
004370* THE MERGE.  EACH OPENS ITS WORKLIST AND ITS RETURN FILE,
004380* RETURNS EVERY DETAIL THROUGH THE SHARED PARAGRAPHS, AND
004390* CLOSES THE RETURN WITH ITS OWN TRAILER.
004400* ---------------------------------------------------------------
004410 2010-PROCESS-WORKIN1.
004420     MOVE 1 TO RTN-CURRENT-FILE.
004430     MOVE "WORKIN1" TO RTN-FILE-LABEL.
004440     OPEN INPUT WORKIN1-FILE.
004450     IF W1-FILE-NOT-FOUND
004460         DISPLAY RTN-FILE-LABEL " NOT PRESENT - NO RETURN"
004470         ADD 1 TO RTN-FILES-SKIPPED
004480         GO TO 2010-EXIT
004490     END-IF.
004500     IF NOT W1-FILE-OK
004510         DISPLAY "UNABLE TO OPEN " RTN-FILE-LABEL " - STATUS "
004520             W1-FILE-STATUS
004530         SET RTN-FILE-FAILED TO TRUE
004540         GO TO 2010-EXIT
004550     END-IF.
004560     OPEN OUTPUT RETURN1-FILE.
004570     IF NOT R1-FILE-OK
004580         DISPLAY "UNABLE TO OPEN RETURN1 - STATUS "
004590             R1-FILE-STATUS
004600         SET RTN-FILE-FAILED TO TRUE
004610         CLOSE WORKIN1-FILE
004620         GO TO 2010-EXIT
004630     END-IF.
004640     PERFORM 2200-START-FILE THRU 2200-EXIT.
004650     PERFORM 2400-READ-CURRENT-FILE THRU 2400-EXIT.
004660     PERFORM 2500-PROCESS-RETURN-RECORD THRU 2500-EXIT
004670         UNTIL RTN-FILE-EOF.
004680     PERFORM 3000-WRITE-RETURN-TRAILER THRU 3000-EXIT.
004690     CLOSE WORKIN1-FILE.
004700     CLOSE RETURN1-FILE.
004710 2010-EXIT.
004720     EXIT.
004730
004740 2020-PROCESS-WORKIN2.
004750     MOVE 2 TO RTN-CURRENT-FILE.
004760     MOVE "WORKIN2" TO RTN-FILE-LABEL.
004770     OPEN INPUT WORKIN2-FILE.
004780     IF W2-FILE-NOT-FOUND
004790         DISPLAY RTN-FILE-LABEL " NOT PRESENT - NO RETURN"
004800         ADD 1 TO RTN-FILES-SKIPPED
004810         GO TO 2020-EXIT
004820     END-IF.
004830     IF NOT W2-FILE-OK
004840         DISPLAY "UNABLE TO OPEN " RTN-FILE-LABEL " - STATUS "
004850             W2-FILE-STATUS
004860         SET RTN-FILE-FAILED TO TRUE
004870         GO TO 2020-EXIT
004880     END-IF.
004890     OPEN OUTPUT RETURN2-FILE.
004900     IF NOT R2-FILE-OK
004910         DISPLAY "UNABLE TO OPEN RETURN2 - STATUS "
004920             R2-FILE-STATUS
004930         SET RTN-FILE-FAILED TO TRUE
004940         CLOSE WORKIN2-FILE
004950         GO TO 2020-EXIT
004960     END-IF.
004970     PERFORM 2200-START-FILE THRU 2200-EXIT.
004980     PERFORM 2400-READ-CURRENT-FILE THRU 2400-EXIT.
004990     PERFORM 2500-PROCESS-RETURN-RECORD THRU 2500-EXIT
005000         UNTIL RTN-FILE-EOF.
005010     PERFORM 3000-WRITE-RETURN-TRAILER THRU 3000-EXIT.
005020     CLOSE WORKIN2-FILE.
005030     CLOSE RETURN2-FILE.
005040 2020-EXIT.
005050     EXIT.
005060
005070 2030-PROCESS-WORKIN3.
005080     MOVE 3 TO RTN-CURRENT-FILE.
005090     MOVE "WORKIN3" TO RTN-FILE-LABEL.
005100     OPEN INPUT WORKIN3-FILE.
005110     IF W3-FILE-NOT-FOUND
005120         DISPLAY RTN-FILE-LABEL " NOT PRESENT - NO RETURN"
005130         ADD 1 TO RTN-FILES-SKIPPED
005140         GO TO 2030-EXIT
005150     END-IF.
005160     IF NOT W3-FILE-OK
005170         DISPLAY "UNABLE TO OPEN " RTN-FILE-LABEL " - STATUS "
005180             W3-FILE-STATUS
005190         SET RTN-FILE-FAILED TO TRUE
005200         GO TO 2030-EXIT
005210     END-IF.
005220     OPEN OUTPUT RETURN3-FILE.
005230     IF NOT R3-FILE-OK
005240         DISPLAY "UNABLE TO OPEN RETURN3 - STATUS "
005250             R3-FILE-STATUS
005260         SET RTN-FILE-FAILED TO TRUE
005270         CLOSE WORKIN3-FILE
005280         GO TO 2030-EXIT
005290     END-IF.
005300     PERFORM 2200-START-FILE THRU 2200-EXIT.
005310     PERFORM 2400-READ-CURRENT-FILE THRU 2400-EXIT.
005320     PERFORM 2500-PROCESS-RETURN-RECORD THRU 2500-EXIT
005330         UNTIL RTN-FILE-EOF.
005340     PERFORM 3000-WRITE-RETURN-TRAILER THRU 3000-EXIT.
005350     CLOSE WORKIN3-FILE.
005360     CLOSE RETURN3-FILE.
005370 2030-EXIT.
005380     EXIT.
005390
005400* 2200-START-FILE - RESETS THE PER-FILE CONTROLS.
005410 2200-START-FILE.
005420     ADD 1 TO RTN-FILES-PROCESSED.
005430     MOVE "N" TO RTN-FILE-EOF-SWITCH.
005440     MOVE "N" TO RTN-HEADER-WRITTEN-SWITCH.
005450     MOVE SPACES TO RTN-SOURCE-SYSTEM RTN-SOURCE-TAG.
005460     MOVE 0 TO RTN-WORKLIST-DATE.
005470     MOVE 0 TO RTN-FILE-DETAILS RTN-FILE-HASH
005480         RTN-FILE-CALCULATED RTN-FILE-REJECTED
005490         RTN-FILE-SUSPENDED RTN-FILE-NOT-PROCESSED.
005500 2200-EXIT.
005510     EXIT.
005520
005530* 2400-READ-CURRENT-FILE - ROUTES TO THE RIGHT FILE'S READ SO
005540* THE RETURN PARAGRAPHS ABOVE IT STAY SHARED.
005550 2400-READ-CURRENT-FILE.
005560     EVALUATE RTN-CURRENT-FILE
005570         WHEN 1
005580             PERFORM 2410-READ-WORKIN1 THRU 2410-EXIT
005590         WHEN 2
005600             PERFORM 2420-READ-WORKIN2 THRU 2420-EXIT
005610         WHEN 3
005620             PERFORM 2430-READ-WORKIN3 THRU 2430-EXIT
005630     END-EVALUATE.
005640 2400-EXIT.
005650     EXIT.
005660
005670 2410-READ-WORKIN1.
005680     READ WORKIN1-FILE INTO RTN-WORK-RECORD
005690         AT END
005700             SET RTN-FILE-EOF TO TRUE
005710     END-READ.
005720 2410-EXIT.
005730     EXIT.
005740
005750 2420-READ-WORKIN2.
005760     READ WORKIN2-FILE INTO RTN-WORK-RECORD
005770         AT END
005780             SET RTN-FILE-EOF TO TRUE
005790     END-READ.
005800 2420-EXIT.
005810     EXIT.
005820
005830 2430-READ-WORKIN3.
005840     READ WORKIN3-FILE INTO RTN-WORK-RECORD
005850         AT END
005860             SET RTN-FILE-EOF TO TRUE
005870     END-READ.
005880 2430-EXIT.
005890     EXIT.
005900
005910* 2500-PROCESS-RETURN-RECORD - THE SUBMITTED HEADER BECOMES
005920* THE RETURN HEADER; THE SUBMITTED TRAILER IS NOT RETURNED,
005930* SINCE THE RETURN CLOSES WITH A TRAILER OF ITS OWN.
005940 2500-PROCESS-RETURN-RECORD.
005950     EVALUATE TRUE
005960         WHEN RW-CHOICE-MATTER = "HDR"
005970             PERFORM 2600-PROCESS-HEADER-RECORD THRU 2600-EXIT
005980         WHEN RW-CHOICE-MATTER = "TRL"
005990             CONTINUE
006000         WHEN OTHER
006010             PERFORM 2800-RETURN-DETAIL THRU 2800-EXIT
006020     END-EVALUATE.
006030     PERFORM 2400-READ-CURRENT-FILE THRU 2400-EXIT.
006040 2500-EXIT.
006050     EXIT.
006060
006070 2600-PROCESS-HEADER-RECORD.
006080     IF RTN-HEADER-WRITTEN
006090         GO TO 2600-EXIT
006100     END-IF.
006110     MOVE RV-SOURCE-SYSTEM TO RTN-SOURCE-SYSTEM.
006120     MOVE RV-SOURCE-SYSTEM (1:3) TO RTN-SOURCE-TAG.
006130     IF RV-CREATE-DATE NUMERIC
006140         MOVE RV-CREATE-DATE TO RTN-WORKLIST-DATE
006150     END-IF.
006160     PERFORM 2650-WRITE-RETURN-HEADER THRU 2650-EXIT.
006170 2600-EXIT.
006180     EXIT.
006190
006200* 2650-WRITE-RETURN-HEADER - ALSO USED WHEN A DETAIL ARRIVES
006210* AHEAD OF ANY HEADER, SO EVERY RETURN FILE LEADS WITH ONE.
006220 2650-WRITE-RETURN-HEADER.
006230     MOVE CURR-DATE TO RH-RETURN-DATE.
006240     MOVE RTN-SOURCE-SYSTEM TO RH-SOURCE-SYSTEM.
006250     MOVE RTN-WORKLIST-DATE TO RH-WORKLIST-DATE.
006260     MOVE RTN-HEADER-LINE TO RTN-OUT-LINE.
006270     PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT.
006280     SET RTN-HEADER-WRITTEN TO TRUE.
006290 2650-EXIT.
006300     EXIT.
006310
006320* 2800-RETURN-DETAIL - ONE RETURN LINE PER SUBMITTED DETAIL,
006330* CARRYING THE DETAIL EXACTLY AS THE DEPARTMENT SENT IT.
006340 2800-RETURN-DETAIL.
006350     IF NOT RTN-HEADER-WRITTEN
006360         PERFORM 2650-WRITE-RETURN-HEADER THRU 2650-EXIT
006370     END-IF.
006380     ADD 1 TO RTN-FILE-DETAILS.
006390     IF RW-CHOICES NUMERIC
006400         ADD RW-CHOICES-NUM TO RTN-FILE-HASH
006410     END-IF.
006420     IF RW-CHOSEN NUMERIC
006430         ADD RW-CHOSEN-NUM TO RTN-FILE-HASH
006440     END-IF.
006450     MOVE RTN-WORK-RECORD TO RTN-MATCH-KEY.
006460     IF RTN-MATCH-DEPARTMENT = SPACES
006470         MOVE RTN-SOURCE-TAG TO RTN-MATCH-DEPARTMENT
006480     END-IF.
006490     MOVE "N" TO RTN-MATCH-SWITCH.
006500     MOVE 1 TO RTN-DISP-INDX.
006510     PERFORM 2850-SEARCH-DISPOSITIONS THRU 2850-EXIT
006520         UNTIL RTN-MATCH-FOUND OR RTN-DISP-INDX > RTN-DISP-COUNT.
006530     MOVE SPACES TO RTN-DETAIL-LINE.
006540     MOVE RTN-WORK-RECORD TO RD-DETAIL.
006550     IF NOT RTN-MATCH-FOUND
006560         MOVE "NPR" TO RD-DISPOSITION
006570         ADD 1 TO RTN-FILE-NOT-PROCESSED
006580         ADD 1 TO RTN-TOTAL-NOT-PROCESSED
006590         DISPLAY RTN-FILE-LABEL " DETAIL NOT PROCESSED - "
006600             RTN-WORK-RECORD (1:20)
006610     ELSE
006620         PERFORM 2870-FILL-DISPOSITION THRU 2870-EXIT
006630     END-IF.
006640     MOVE RTN-DETAIL-LINE TO RTN-OUT-LINE.
006650     PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT.
006660     ADD 1 TO RTN-DETAILS-RETURNED.
006670 2800-EXIT.
006680     EXIT.
006690
006700 2850-SEARCH-DISPOSITIONS.
006710     IF RTD-KEY (RTN-DISP-INDX) = RTN-MATCH-KEY
006720             AND NOT RTD-CLAIMED (RTN-DISP-INDX)
006730         SET RTN-MATCH-FOUND TO TRUE
006740         SET RTD-CLAIMED (RTN-DISP-INDX) TO TRUE
006750     ELSE
006760         ADD 1 TO RTN-DISP-INDX
006770     END-IF.
006780 2850-EXIT.
006790     EXIT.
006800
006810* 2870-FILL-DISPOSITION - COPIES THE CLAIMED ENTRY ONTO THE
006820* RETURN LINE AND COUNTS IT.
006830 2870-FILL-DISPOSITION.
006840     MOVE RTD-DISPOSITION (RTN-DISP-INDX) TO RD-DISPOSITION.
006850     EVALUATE RTD-DISPOSITION (RTN-DISP-INDX)
006860         WHEN "CAL"
006870             ADD 1 TO RTN-FILE-CALCULATED
006880             MOVE RTD-RESULT (RTN-DISP-INDX) TO RD-RESULT
006890             MOVE RTD-ODDS-DENOMINATOR (RTN-DISP-INDX)
006900                 TO RD-ODDS-DENOMINATOR
006910             MOVE RTD-PROBABILITY-PCT (RTN-DISP-INDX)
006920                 TO RD-PROBABILITY-PCT
006930             MOVE RTD-RUN-ID (RTN-DISP-INDX) TO RD-RUN-ID
006940             MOVE RTD-SEQUENCE-NO (RTN-DISP-INDX)
006950                 TO RD-SEQUENCE-NO
006960         WHEN "REJ"
006970             ADD 1 TO RTN-FILE-REJECTED
006980             MOVE RTD-REASON-CODE (RTN-DISP-INDX)
006990                 TO RD-REASON-CODE
007000         WHEN OTHER
007010             ADD 1 TO RTN-FILE-SUSPENDED
007020     END-EVALUATE.
007030 2870-EXIT.
007040     EXIT.
007050
007060* 2900-WRITE-RETURN-LINE - ROUTES TO THE RIGHT RETURN FILE.
007070 2900-WRITE-RETURN-LINE.
007080     EVALUATE RTN-CURRENT-FILE
007090         WHEN 1
007100             WRITE RETURN1-RECORD FROM RTN-OUT-LINE
007110             IF NOT R1-FILE-OK
007120                 DISPLAY "UNABLE TO WRITE RETURN1 - STATUS "
007130                     R1-FILE-STATUS
007140                 SET RTN-FILE-FAILED TO TRUE
007150             END-IF
007160         WHEN 2
007170             WRITE RETURN2-RECORD FROM RTN-OUT-LINE
007180             IF NOT R2-FILE-OK
007190                 DISPLAY "UNABLE TO WRITE RETURN2 - STATUS "
007200                     R2-FILE-STATUS
007210                 SET RTN-FILE-FAILED TO TRUE
007220             END-IF
007230         WHEN 3
007240             WRITE RETURN3-RECORD FROM RTN-OUT-LINE
007250             IF NOT R3-FILE-OK
007260                 DISPLAY "UNABLE TO WRITE RETURN3 - STATUS "
007270                     R3-FILE-STATUS
007280                 SET RTN-FILE-FAILED TO TRUE
007290             END-IF
007300     END-EVALUATE.
007310 2900-EXIT.
007320     EXIT.
007330
007340* ---------------------------------------------------------------
007350* 3000-WRITE-RETURN-TRAILER - CLOSES ONE DEPARTMENT'S RETURN
007360* WITH ITS COUNT, HASH, AND DISPOSITION BREAKDOWN.
007370* ---------------------------------------------------------------
007380 3000-WRITE-RETURN-TRAILER.
007390     IF NOT RTN-HEADER-WRITTEN
007400         PERFORM 2650-WRITE-RETURN-HEADER THRU 2650-EXIT
007410     END-IF.
007420     MOVE RTN-FILE-DETAILS TO RT-DETAIL-COUNT.
007430     MOVE RTN-FILE-HASH TO RT-HASH-TOTAL.
007440     MOVE RTN-FILE-CALCULATED TO RT-CALCULATED.
007450     MOVE RTN-FILE-REJECTED TO RT-REJECTED.
007460     MOVE RTN-FILE-SUSPENDED TO RT-SUSPENDED.
007470     MOVE RTN-FILE-NOT-PROCESSED TO RT-NOT-PROCESSED.
007480     MOVE RTN-TRAILER-LINE TO RTN-OUT-LINE.
007490     PERFORM 2900-WRITE-RETURN-LINE THRU 2900-EXIT.
007500     DISPLAY RTN-FILE-LABEL " RETURN FOR " RTN-SOURCE-SYSTEM
007510         " - " RTN-FILE-DETAILS " DETAILS, "
007520         RTN-FILE-CALCULATED " CAL "
007530         RTN-FILE-REJECTED " REJ "
007540         RTN-FILE-SUSPENDED " SUSP "
007550         RTN-FILE-NOT-PROCESSED " NPR".
007560 3000-EXIT.
007570     EXIT.
007580
007590* ---------------------------------------------------------------
007600* 4000-CHECK-UNCLAIMED - A DISPOSITION NO SUBMITTED DETAIL
007610* CLAIMED MEANS THE WORKLISTS WERE CHANGED OR REPLACED AFTER
007620* THE MERGE; EACH ONE IS NAMED SO IT CAN BE CHASED.
007630* ---------------------------------------------------------------
007640 4000-CHECK-UNCLAIMED.
007650     MOVE 1 TO RTN-DISP-INDX.
007660     PERFORM 4100-TEST-CLAIMED THRU 4100-EXIT
007670         UNTIL RTN-DISP-INDX > RTN-DISP-COUNT.
007680 4000-EXIT.
007690     EXIT.
007700
007710 4100-TEST-CLAIMED.
007720     IF NOT RTD-CLAIMED (RTN-DISP-INDX)
007730         ADD 1 TO RTN-DISP-UNCLAIMED
007740         DISPLAY "DISPOSITION MATCHED NO SUBMITTED DETAIL - "
007750             RTD-KEY (RTN-DISP-INDX) (1:20) " "
007760             RTD-DISPOSITION (RTN-DISP-INDX)
007770     END-IF.
007780     ADD 1 TO RTN-DISP-INDX.
007790 4100-EXIT.
007800     EXIT.
007810
007820 8000-DISPLAY-TOTALS.
007830     DISPLAY "WORKLIST RETURN COMPLETE".
007840     DISPLAY "  REJECTS LOADED:   " RTN-REJECTS-LOADED.
007850     DISPLAY "  EXTRACT LOADED:   " RTN-EXTRACT-LOADED.
007860     DISPLAY "  TABLE OVERFLOW:   " RTN-DISP-FULL-COUNT.
007870     DISPLAY "  FILES RETURNED:   " RTN-FILES-PROCESSED.
007880     DISPLAY "  FILES SKIPPED:    " RTN-FILES-SKIPPED.
007890     DISPLAY "  DETAILS RETURNED: " RTN-DETAILS-RETURNED.
007900     DISPLAY "  NOT PROCESSED:    " RTN-TOTAL-NOT-PROCESSED.
007910     DISPLAY "  UNCLAIMED:        " RTN-DISP-UNCLAIMED.
007920 8000-EXIT.
007930     EXIT.
007940
007950 END PROGRAM WORKLIST-RETURN.

000010* ---------------------------------------------------------------
000020* PROGRAM: DEPT-MAINTENANCE
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: CARD-DRIVEN MAINTENANCE OF THE DEPARTMENT MASTER -
000050*          THE REFERENCE LIST OF REQUESTOR DEPARTMENT CODES THE
000060*          WORKLIST EDIT AND MERGE CHECK AGAINST AND THE
000070*          CHARGEBACK REPORT NAMES.  EACH DEPTCTL CARD ADDS,
000080*          CHANGES, OR DEACTIVATES ONE CODE, AND EVERY CARD IS
000090*          ECHOED ON A PRINTED CHANGE LISTING WITH THE ENTRY'S
000100*          BEFORE AND AFTER IMAGES SO ACCOUNTING CAN SIGN OFF
000110*          WHAT WAS CHANGED.  A CARD IN ERROR IS LISTED WITH
000120*          ITS REASON AND CHANGES NOTHING.
000130* TECTONICS: cobc
000140* ---------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* ---------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------------------------------------------------------------
000190* 06/16/2022 FG    ORIGINAL PROGRAM - ADD, CHANGE AND DEACTIVATE
000200*                   CARDS OVER THE INDEXED DEPARTMENT MASTER,
000210*                   WITH A BEFORE/AFTER CHANGE LISTING.
000212* 09/22/2022 FG    A DEACT CARD DATED AFTER TODAY ONLY SETS THE
000214*                   EFFECTIVE-TO DATE; THE CODE STAYS ACTIVE
000216*                   UNTIL THEN.  AN ADD CARD CAN BRING BACK A
000218*                   CODE WHOSE END DATE IS SET.
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DEPT-MAINTENANCE.
000240 AUTHOR. FRANK GLASER.
000250 INSTALLATION. OPERATIONS RESEARCH GROUP.
000260 DATE-WRITTEN. 06/16/2022.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GENERIC.
000320 OBJECT-COMPUTER. GENERIC.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*    INDEXED DEPARTMENT MASTER, ONE ENTRY PER REQUESTOR
000360*    DEPARTMENT CODE, READ AND REWRITTEN RANDOMLY BY CODE.
000370     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS DM-CODE
000410         FILE STATUS IS DM-FILE-STATUS.
000420*    MAINTENANCE CARDS, ONE CHANGE PER CARD - SEE
000430*    2000-PROCESS-MAINTENANCE-CARD.
000440     SELECT DEPTCTL-FILE ASSIGN TO "DEPTCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DC-FILE-STATUS.
000470*    PAGE-FORMATTED CHANGE LISTING.
000480     SELECT REPORT-FILE ASSIGN TO "DEPTRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RP-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DEPARTMENT-MASTER-FILE
000550         RECORD CONTAINS 80 CHARACTERS.
000560 01  DEPARTMENT-RECORD.
000570     05  DM-CODE                   PIC X(03).
000580     05  DM-NAME                   PIC X(30).
000590     05  DM-COST-CENTRE            PIC X(08).
000600     05  DM-STATUS                 PIC X(01).
000610         88  DM-ACTIVE             VALUE "A".
000620         88  DM-INACTIVE           VALUE "I".
000630*    FIRST AND LAST DAYS THE CODE IS VALID - AN OPEN-ENDED
000640*    ENTRY CARRIES ALL NINES IN THE EFFECTIVE-TO DATE.
000650     05  DM-EFFECTIVE-FROM         PIC 9(08).
000660     05  DM-EFFECTIVE-TO           PIC 9(08).
000670     05  DM-DATE-CHANGED           PIC 9(08).
000680     05  FILLER                    PIC X(14).
000690
000700 FD  DEPTCTL-FILE
000710         RECORD CONTAINS 80 CHARACTERS.
000720 01  DEPTCTL-RECORD                PIC X(80).
000730
000740 FD  REPORT-FILE
000750         RECORD CONTAINS 132 CHARACTERS.
000760 01  REPORT-RECORD                 PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790* ---------------------------------------------------------------
000800* FILE STATUS FIELDS
000810* ---------------------------------------------------------------
000820 77  DM-FILE-STATUS                PIC X(02).
000830     88  DM-FILE-OK                VALUE "00".
000840     88  DM-FILE-NOT-FOUND         VALUE "35".
000850
000860 77  DC-FILE-STATUS                PIC X(02).
000870     88  DC-FILE-OK                VALUE "00".
000880     88  DC-FILE-EOF               VALUE "10".
000890
000900 77  RP-FILE-STATUS                PIC X(02).
000910     88  RP-FILE-OK                VALUE "00".
000920
000930 77  DEPT-ABORT-SWITCH             PIC X(01) VALUE "N".
000940     88  DEPT-ABORT                VALUE "Y".
000950
000960* ---------------------------------------------------------------
000970* MAINTENANCE CARD FIELDS.  CARDS:
000980*   ADD,CODE,NAME,COST-CENTRE,YYYYMMDD
000990*       NEW CODE, EFFECTIVE FROM THE DATE (TODAY IF BLANK).
001000*       ADDING A DEACTIVATED CODE BRINGS IT BACK INTO USE.
001010*   CHANGE,CODE,NAME,COST-CENTRE,YYYYMMDD
001020*       NEW NAME, COST CENTRE AND/OR EFFECTIVE-FROM DATE - A
001030*       BLANK FIELD LEAVES THAT VALUE AS IT WAS.
001040*   DEACT,CODE,YYYYMMDD
001050*       CODE NO LONGER VALID AFTER THE DATE (TODAY IF BLANK).
001060* ---------------------------------------------------------------
001070 77  DEPT-CARD-LINE                PIC X(80).
001080 77  DEPT-ACTION                   PIC X(10).
001090     88  DEPT-ADD                  VALUE "ADD".
001100     88  DEPT-CHANGE               VALUE "CHANGE".
001110     88  DEPT-DEACTIVATE           VALUE "DEACT".
001120 77  DEPT-CARD-CODE                PIC X(03).
001130 77  DEPT-CARD-NAME                PIC X(30).
001140 77  DEPT-CARD-COST-CENTRE         PIC X(08).
001150 77  DEPT-CARD-DATE                PIC X(08).
001160 77  DEPT-CARD-DATE-NUM REDEFINES DEPT-CARD-DATE
001170                                   PIC 9(08).
001180 77  DEPT-EFFECTIVE-DATE           PIC 9(08).
001190 77  DEPT-OPEN-ENDED               PIC 9(08) VALUE 99999999.
001200 77  DEPT-ENTRY-SWITCH             PIC X(01) VALUE "N".
001210     88  DEPT-ENTRY-FOUND          VALUE "Y".
001220 77  DEPT-REJECT-REASON            PIC X(40).
001230 77  DEPT-AFTER-LABEL              PIC X(12).
001240 01  DEPT-BEFORE-IMAGE             PIC X(80).
001250
001260* ---------------------------------------------------------------
001270* RUN TOTALS
001280* ---------------------------------------------------------------
001290 77  DEPT-CARDS-READ               PIC 9(09) COMP VALUE 0.
001300 77  DEPT-ENTRIES-ADDED            PIC 9(09) COMP VALUE 0.
001310 77  DEPT-ENTRIES-REACTIVATED      PIC 9(09) COMP VALUE 0.
001320 77  DEPT-ENTRIES-CHANGED          PIC 9(09) COMP VALUE 0.
001330 77  DEPT-ENTRIES-DEACTIVATED      PIC 9(09) COMP VALUE 0.
001340 77  DEPT-CARDS-REJECTED           PIC 9(09) COMP VALUE 0.
001350
001360* ---------------------------------------------------------------
001370* PAGE CONTROL AND PRINT LINES
001380* ---------------------------------------------------------------
001390 77  CURR-DATE                     PIC 9(08).
001400 77  CURR-TIME                     PIC 9(08).
001410 77  DEPT-PAGE-NUMBER              PIC 9(03) VALUE 0.
001420 77  DEPT-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001430 77  DEPT-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001440
001450 01  DEPT-HEADING-1.
001460     05  FILLER                    PIC X(11) VALUE "DEPTMNT    ".
001470     05  FILLER                    PIC X(40) VALUE
001480         "DEPARTMENT MASTER CHANGE LISTING".
001490     05  FILLER                    PIC X(05) VALUE "PAGE ".
001500     05  DEPT-HDG-PAGE             PIC ZZ9.
001510
001520 01  DEPT-HEADING-2.
001530     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
001540     05  DEPT-HDG-DATE             PIC 9(08).
001550     05  FILLER                    PIC X(12) VALUE "  RUN TIME: ".
001560     05  DEPT-HDG-TIME             PIC 9(08).
001570
001580 01  DEPT-COLUMN-LINE.
001590     05  FILLER                    PIC X(14) VALUE SPACES.
001600     05  FILLER                    PIC X(06) VALUE "DEPT".
001610     05  FILLER                    PIC X(32) VALUE "NAME".
001620     05  FILLER                    PIC X(10) VALUE "COST CTR".
001630     05  FILLER                    PIC X(04) VALUE "ST".
001640     05  FILLER                    PIC X(10) VALUE "EFF FROM".
001650     05  FILLER                    PIC X(10) VALUE "EFF TO".
001660     05  FILLER                    PIC X(08) VALUE "CHANGED".
001670
001680* THE CARD AS READ, AHEAD OF THE IMAGES IT PRODUCED.
001690 01  DEPT-CARD-ECHO-LINE.
001700     05  FILLER                    PIC X(06) VALUE "CARD: ".
001710     05  DE-CARD                   PIC X(80).
001720
001730* ONE MASTER ENTRY, LABELLED BEFORE OR AFTER THE CHANGE.
001740 01  DEPT-IMAGE-LINE.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  DI-LABEL                  PIC X(12).
001770     05  DI-CODE                   PIC X(03).
001780     05  FILLER                    PIC X(03) VALUE SPACES.
001790     05  DI-NAME                   PIC X(30).
001800     05  FILLER                    PIC X(02) VALUE SPACES.
001810     05  DI-COST-CENTRE            PIC X(08).
001820     05  FILLER                    PIC X(02) VALUE SPACES.
001830     05  DI-STATUS                 PIC X(01).
001840     05  FILLER                    PIC X(03) VALUE SPACES.
001850     05  DI-EFFECTIVE-FROM         PIC 9(08).
001860     05  FILLER                    PIC X(02) VALUE SPACES.
001870     05  DI-EFFECTIVE-TO           PIC 9(08).
001880     05  FILLER                    PIC X(02) VALUE SPACES.
001890     05  DI-DATE-CHANGED           PIC 9(08).
001900
001910 01  DEPT-REJECT-LINE.
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  FILLER                    PIC X(12) VALUE "REJECTED".
001940     05  DR-REASON                 PIC X(40).
001950
001960 01  DEPT-COUNT-LINE.
001970     05  FILLER                    PIC X(05) VALUE SPACES.
001980     05  DEPT-COUNT-LABEL          PIC X(40).
001990     05  DEPT-COUNT-VALUE          PIC Z(08)9.
002000
002010 PROCEDURE DIVISION.
002020* ===============================================================
002030* 0000-MAIN-PROCEDURE - ENTRY POINT
002040* ===============================================================
002050 0000-MAIN-PROCEDURE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     IF DEPT-ABORT
002080         GO TO 0000-TERMINATE
002090     END-IF.
002100     PERFORM 2100-READ-MAINTENANCE-CARD THRU 2100-EXIT.
002110     PERFORM 2000-PROCESS-MAINTENANCE-CARD THRU 2000-EXIT
002120         UNTIL DC-FILE-EOF.
002130     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002140     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002150 0000-TERMINATE.
002160*    GRADED STEP CONDITION CODE FOR THE SCHEDULER: 16 COULD
002170*    NOT RUN, 4 ONE OR MORE CARDS WERE REJECTED (THE OTHERS
002180*    WERE APPLIED), 0 CLEAN.
002190     EVALUATE TRUE
002200         WHEN DEPT-ABORT
002210             MOVE 16 TO RETURN-CODE
002220         WHEN DEPT-CARDS-REJECTED > 0
002230             MOVE 4 TO RETURN-CODE
002240         WHEN OTHER
002250             MOVE 0 TO RETURN-CODE
002260     END-EVALUATE.
002270     STOP RUN.
002280
002290* ---------------------------------------------------------------
002300* 1000-INITIALIZE - OPEN THE CARDS, THE MASTER AND THE REPORT.
002310* THE MASTER IS OPENED I-O; ON THE VERY FIRST RUN IT DOES NOT
002320* EXIST YET AND IS CREATED EMPTY, THE SAME WAY THE CALCULATION
002330* RUN CREATES THE RESULTS MASTER.
002340* ---------------------------------------------------------------
002350 1000-INITIALIZE.
002360     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
002370     OPEN INPUT DEPTCTL-FILE.
002380     IF NOT DC-FILE-OK
002390         DISPLAY "UNABLE TO OPEN DEPTCTL CARDS - STATUS "
002400             DC-FILE-STATUS
002410         SET DEPT-ABORT TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF.
002440     OPEN I-O DEPARTMENT-MASTER-FILE.
002450     IF DM-FILE-NOT-FOUND
002460         OPEN OUTPUT DEPARTMENT-MASTER-FILE
002470         CLOSE DEPARTMENT-MASTER-FILE
002480         OPEN I-O DEPARTMENT-MASTER-FILE
002490     END-IF.
002500     IF NOT DM-FILE-OK
002510         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER - STATUS "
002520             DM-FILE-STATUS
002530         SET DEPT-ABORT TO TRUE
002540         CLOSE DEPTCTL-FILE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     OPEN OUTPUT REPORT-FILE.
002580     IF NOT RP-FILE-OK
002590         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
002600             RP-FILE-STATUS
002610         SET DEPT-ABORT TO TRUE
002620         CLOSE DEPTCTL-FILE
002630         CLOSE DEPARTMENT-MASTER-FILE
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670
002680* ---------------------------------------------------------------
002690* 2000 SERIES - ONE MAINTENANCE CARD PER PASS
002700* ---------------------------------------------------------------
002710 2000-PROCESS-MAINTENANCE-CARD.
002720     MOVE DEPTCTL-RECORD TO DEPT-CARD-LINE.
002730     PERFORM 2200-PARSE-MAINTENANCE-CARD THRU 2200-EXIT.
002740     PERFORM 4000-PRINT-CARD-ECHO THRU 4000-EXIT.
002750     IF DEPT-REJECT-REASON NOT = SPACES
002760         PERFORM 4200-PRINT-REJECT-LINE THRU 4200-EXIT
002770         GO TO 2000-NEXT-CARD
002780     END-IF.
002790     EVALUATE TRUE
002800         WHEN DEPT-ADD
002810             PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
002820         WHEN DEPT-CHANGE
002830             PERFORM 3100-CHANGE-DEPARTMENT THRU 3100-EXIT
002840         WHEN DEPT-DEACTIVATE
002850             PERFORM 3200-DEACTIVATE-DEPARTMENT THRU 3200-EXIT
002860     END-EVALUATE.
002870     IF DEPT-REJECT-REASON NOT = SPACES
002880         PERFORM 4200-PRINT-REJECT-LINE THRU 4200-EXIT
002890     END-IF.
002900 2000-NEXT-CARD.
002910     PERFORM 2100-READ-MAINTENANCE-CARD THRU 2100-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950 2100-READ-MAINTENANCE-CARD.
002960     READ DEPTCTL-FILE
002970         AT END
002980             SET DC-FILE-EOF TO TRUE
002990         NOT AT END
003000             ADD 1 TO DEPT-CARDS-READ
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040
003050* 2200-PARSE-MAINTENANCE-CARD - SPLITS THE CARD AND CHECKS
003060* EVERYTHING THAT CAN BE CHECKED WITHOUT THE MASTER.  A DEACT
003070* CARD CARRIES ITS DATE IN THE THIRD FIELD.  A BLANK DATE
003080* MEANS TODAY.
003090 2200-PARSE-MAINTENANCE-CARD.
003100     MOVE SPACES TO DEPT-ACTION DEPT-CARD-CODE DEPT-CARD-NAME
003110         DEPT-CARD-COST-CENTRE DEPT-CARD-DATE
003120         DEPT-REJECT-REASON.
003130     UNSTRING DEPT-CARD-LINE DELIMITED BY ","
003140         INTO DEPT-ACTION DEPT-CARD-CODE DEPT-CARD-NAME
003150              DEPT-CARD-COST-CENTRE DEPT-CARD-DATE
003160     END-UNSTRING.
003170     IF NOT DEPT-ADD AND NOT DEPT-CHANGE AND NOT DEPT-DEACTIVATE
003180         MOVE "UNKNOWN ACTION" TO DEPT-REJECT-REASON
003190         GO TO 2200-EXIT
003200     END-IF.
003210     IF DEPT-CARD-CODE = SPACES
003220         MOVE "DEPARTMENT CODE MISSING" TO DEPT-REJECT-REASON
003230         GO TO 2200-EXIT
003240     END-IF.
003250     IF DEPT-DEACTIVATE
003260         MOVE DEPT-CARD-NAME (1:8) TO DEPT-CARD-DATE
003270         MOVE SPACES TO DEPT-CARD-NAME
003280     END-IF.
003290     IF DEPT-CARD-DATE = SPACES
003300         MOVE CURR-DATE TO DEPT-EFFECTIVE-DATE
003310     ELSE
003320         IF DEPT-CARD-DATE NOT NUMERIC
003330             MOVE "DATE NOT NUMERIC YYYYMMDD"
003340                 TO DEPT-REJECT-REASON
003350             GO TO 2200-EXIT
003360         END-IF
003370         MOVE DEPT-CARD-DATE-NUM TO DEPT-EFFECTIVE-DATE
003380     END-IF.
003390     IF DEPT-ADD
003400         IF DEPT-CARD-NAME = SPACES
003410                 OR DEPT-CARD-COST-CENTRE = SPACES
003420             MOVE "ADD NEEDS A NAME AND COST CENTRE"
003430                 TO DEPT-REJECT-REASON
003440         END-IF
003450     END-IF.
003460 2200-EXIT.
003470     EXIT.
003480
003490* 2300-READ-DEPARTMENT - RANDOM READ BY THE CARD'S CODE; THE
003500* ENTRY AS FOUND IS KEPT FOR THE BEFORE IMAGE.
003510 2300-READ-DEPARTMENT.
003520     MOVE "N" TO DEPT-ENTRY-SWITCH.
003530     MOVE DEPT-CARD-CODE TO DM-CODE.
003540     READ DEPARTMENT-MASTER-FILE
003550         INVALID KEY
003560             GO TO 2300-EXIT
003570     END-READ.
003580     IF DM-FILE-OK
003590         SET DEPT-ENTRY-FOUND TO TRUE
003600         MOVE DEPARTMENT-RECORD TO DEPT-BEFORE-IMAGE
003610     END-IF.
003620 2300-EXIT.
003630     EXIT.
003640
003650* ---------------------------------------------------------------
003660* 3000 SERIES - APPLY ONE CARD TO THE MASTER
003670* ---------------------------------------------------------------
003680* 3000-ADD-DEPARTMENT - A NEW CODE IS WRITTEN OPEN-ENDED; A
003687* DEACTIVATED CODE, OR ONE WITH AN END DATE SET, IS REWRITTEN
003694* ACTIVE AND OPEN-ENDED WITH THE CARD'S VALUES; AN OPEN-ENDED
003701* ACTIVE CODE CANNOT BE ADDED TWICE.
003710 3000-ADD-DEPARTMENT.
003720     PERFORM 2300-READ-DEPARTMENT THRU 2300-EXIT.
003730     IF DEPT-ENTRY-FOUND AND DM-ACTIVE
003735             AND DM-EFFECTIVE-TO = DEPT-OPEN-ENDED
003740         MOVE "CODE ALREADY ACTIVE ON MASTER"
003750             TO DEPT-REJECT-REASON
003760         GO TO 3000-EXIT
003770     END-IF.
003780     MOVE DEPT-CARD-CODE TO DM-CODE.
003790     MOVE DEPT-CARD-NAME TO DM-NAME.
003800     MOVE DEPT-CARD-COST-CENTRE TO DM-COST-CENTRE.
003810     SET DM-ACTIVE TO TRUE.
003820     MOVE DEPT-EFFECTIVE-DATE TO DM-EFFECTIVE-FROM.
003830     MOVE DEPT-OPEN-ENDED TO DM-EFFECTIVE-TO.
003840     MOVE CURR-DATE TO DM-DATE-CHANGED.
003850     IF DEPT-ENTRY-FOUND
003860         PERFORM 4100-PRINT-BEFORE-IMAGE THRU 4100-EXIT
003870         REWRITE DEPARTMENT-RECORD
003880             INVALID KEY
003890                 CONTINUE
003900         END-REWRITE
003910         IF NOT DM-FILE-OK
003920             GO TO 3000-FAILED
003930         END-IF
003940         ADD 1 TO DEPT-ENTRIES-REACTIVATED
003950         MOVE "REACTIVATED" TO DEPT-AFTER-LABEL
003960     ELSE
003970         WRITE DEPARTMENT-RECORD
003980             INVALID KEY
003990                 CONTINUE
004000         END-WRITE
004010         IF NOT DM-FILE-OK
004020             GO TO 3000-FAILED
004030         END-IF
004040         ADD 1 TO DEPT-ENTRIES-ADDED
004050         MOVE "ADDED" TO DEPT-AFTER-LABEL
004060     END-IF.
004070     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
004080     GO TO 3000-EXIT.
004090 3000-FAILED.
004100     STRING "MASTER WRITE FAILED - STATUS " DM-FILE-STATUS
004110         DELIMITED BY SIZE INTO DEPT-REJECT-REASON.
004120 3000-EXIT.
004130     EXIT.
004140
004150* 3100-CHANGE-DEPARTMENT - ONLY THE FIELDS PUNCHED ON THE CARD
004160* CHANGE.  THE STATUS IS NOT TOUCHED; A DEACTIVATED CODE IS
004170* BROUGHT BACK WITH ADD.
004180 3100-CHANGE-DEPARTMENT.
004190     PERFORM 2300-READ-DEPARTMENT THRU 2300-EXIT.
004200     IF NOT DEPT-ENTRY-FOUND
004210         MOVE "CODE NOT ON MASTER" TO DEPT-REJECT-REASON
004220         GO TO 3100-EXIT
004230     END-IF.
004240     IF DEPT-CARD-NAME NOT = SPACES
004250         MOVE DEPT-CARD-NAME TO DM-NAME
004260     END-IF.
004270     IF DEPT-CARD-COST-CENTRE NOT = SPACES
004280         MOVE DEPT-CARD-COST-CENTRE TO DM-COST-CENTRE
004290     END-IF.
004300     IF DEPT-CARD-DATE NOT = SPACES
004310         MOVE DEPT-EFFECTIVE-DATE TO DM-EFFECTIVE-FROM
004320     END-IF.
004330     MOVE CURR-DATE TO DM-DATE-CHANGED.
004340     PERFORM 4100-PRINT-BEFORE-IMAGE THRU 4100-EXIT.
004350     REWRITE DEPARTMENT-RECORD
004360         INVALID KEY
004370             CONTINUE
004380     END-REWRITE.
004390     IF NOT DM-FILE-OK
004400         STRING "MASTER REWRITE FAILED - STATUS " DM-FILE-STATUS
004410             DELIMITED BY SIZE INTO DEPT-REJECT-REASON
004420         GO TO 3100-EXIT
004430     END-IF.
004440     ADD 1 TO DEPT-ENTRIES-CHANGED.
004450     MOVE "CHANGED" TO DEPT-AFTER-LABEL.
004460     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
004470 3100-EXIT.
004480     EXIT.
004490
004500* 3200-DEACTIVATE-DEPARTMENT - THE ENTRY IS KEPT, NOT DELETED,
004510* SO OLD AUDIT RECORDS CARRYING THE CODE STILL FIND A NAME ON
004514* THE CHARGEBACK REPORT.  A CARD DATED AFTER TODAY ONLY SETS
004518* THE EFFECTIVE-TO DATE - THE CODE STAYS ACTIVE, AND THE
004522* WORKLIST EDITS' EFFECTIVE-DATE TEST STOPS IT ONCE THAT DATE
004526* IS PAST.  TODAY OR EARLIER MAKES IT INACTIVE AT ONCE.
004530 3200-DEACTIVATE-DEPARTMENT.
004540     PERFORM 2300-READ-DEPARTMENT THRU 2300-EXIT.
004550     IF NOT DEPT-ENTRY-FOUND
004560         MOVE "CODE NOT ON MASTER" TO DEPT-REJECT-REASON
004570         GO TO 3200-EXIT
004580     END-IF.
004590     IF DM-INACTIVE OR DM-EFFECTIVE-TO < CURR-DATE
004600         MOVE "CODE ALREADY INACTIVE" TO DEPT-REJECT-REASON
004610         GO TO 3200-EXIT
004620     END-IF.
004630     IF DEPT-EFFECTIVE-DATE < DM-EFFECTIVE-FROM
004640         MOVE "DATE BEFORE EFFECTIVE-FROM DATE"
004650             TO DEPT-REJECT-REASON
004660         GO TO 3200-EXIT
004670     END-IF.
004675     IF DEPT-EFFECTIVE-DATE NOT > CURR-DATE
004680         SET DM-INACTIVE TO TRUE
004685     END-IF.
004690     MOVE DEPT-EFFECTIVE-DATE TO DM-EFFECTIVE-TO.
004700     MOVE CURR-DATE TO DM-DATE-CHANGED.
004710     PERFORM 4100-PRINT-BEFORE-IMAGE THRU 4100-EXIT.
004720     REWRITE DEPARTMENT-RECORD
004730         INVALID KEY
004740             CONTINUE
004750     END-REWRITE.
004760     IF NOT DM-FILE-OK
004770         STRING "MASTER REWRITE FAILED - STATUS " DM-FILE-STATUS
004780             DELIMITED BY SIZE INTO DEPT-REJECT-REASON
004790         GO TO 3200-EXIT
004800     END-IF.
004810     ADD 1 TO DEPT-ENTRIES-DEACTIVATED.
004813     IF DM-INACTIVE
004816         MOVE "DEACTIVATED" TO DEPT-AFTER-LABEL
004819     ELSE
004822         MOVE "END DATE SET" TO DEPT-AFTER-LABEL
004825     END-IF.
004830     PERFORM 4150-PRINT-AFTER-IMAGE THRU 4150-EXIT.
004840 3200-EXIT.
004850     EXIT.
004860
004870* ---------------------------------------------------------------
004880* 4000 SERIES - CHANGE LISTING
004890* ---------------------------------------------------------------
004900 4000-PRINT-CARD-ECHO.
004910     IF DEPT-LINE-COUNT > DEPT-LINES-PER-PAGE
004920         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
004930     END-IF.
004940     MOVE SPACES TO REPORT-RECORD.
004950     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004960     MOVE DEPT-CARD-LINE TO DE-CARD.
004970     WRITE REPORT-RECORD FROM DEPT-CARD-ECHO-LINE
004980         AFTER ADVANCING 1 LINE.
004990     ADD 2 TO DEPT-LINE-COUNT.
005000 4000-EXIT.
005010     EXIT.
005020
005030* 4100-PRINT-BEFORE-IMAGE - THE ENTRY AS IT STOOD BEFORE THE
005040* CARD WAS APPLIED, FROM THE COPY TAKEN AT THE READ.
005050 4100-PRINT-BEFORE-IMAGE.
005060     MOVE "BEFORE" TO DI-LABEL.
005070     MOVE DEPT-BEFORE-IMAGE (1:3) TO DI-CODE.
005080     MOVE DEPT-BEFORE-IMAGE (4:30) TO DI-NAME.
005090     MOVE DEPT-BEFORE-IMAGE (34:8) TO DI-COST-CENTRE.
005100     MOVE DEPT-BEFORE-IMAGE (42:1) TO DI-STATUS.
005110     MOVE DEPT-BEFORE-IMAGE (43:8) TO DI-EFFECTIVE-FROM.
005120     MOVE DEPT-BEFORE-IMAGE (51:8) TO DI-EFFECTIVE-TO.
005130     MOVE DEPT-BEFORE-IMAGE (59:8) TO DI-DATE-CHANGED.
005140     PERFORM 4160-WRITE-IMAGE-LINE THRU 4160-EXIT.
005150 4100-EXIT.
005160     EXIT.
005170
005180 4150-PRINT-AFTER-IMAGE.
005190     MOVE DEPT-AFTER-LABEL TO DI-LABEL.
005200     MOVE DM-CODE TO DI-CODE.
005210     MOVE DM-NAME TO DI-NAME.
005220     MOVE DM-COST-CENTRE TO DI-COST-CENTRE.
005230     MOVE DM-STATUS TO DI-STATUS.
005240     MOVE DM-EFFECTIVE-FROM TO DI-EFFECTIVE-FROM.
005250     MOVE DM-EFFECTIVE-TO TO DI-EFFECTIVE-TO.
005260     MOVE DM-DATE-CHANGED TO DI-DATE-CHANGED.
005270     PERFORM 4160-WRITE-IMAGE-LINE THRU 4160-EXIT.
005280 4150-EXIT.
005290     EXIT.
005300
005310 4160-WRITE-IMAGE-LINE.
005320     WRITE REPORT-RECORD FROM DEPT-IMAGE-LINE
005330         AFTER ADVANCING 1 LINE.
005340     ADD 1 TO DEPT-LINE-COUNT.
005350 4160-EXIT.
005360     EXIT.
005370
005380 4200-PRINT-REJECT-LINE.
005390     ADD 1 TO DEPT-CARDS-REJECTED.
005400     MOVE DEPT-REJECT-REASON TO DR-REASON.
005410     WRITE REPORT-RECORD FROM DEPT-REJECT-LINE
005420         AFTER ADVANCING 1 LINE.
005430     ADD 1 TO DEPT-LINE-COUNT.
005440     DISPLAY "DEPTCTL CARD " DEPT-CARDS-READ " REJECTED - "
005450         DEPT-REJECT-REASON.
005460 4200-EXIT.
005470     EXIT.
005480
005490 4300-PRINT-HEADINGS.
005500     ACCEPT CURR-TIME FROM TIME.
005510     MOVE CURR-DATE TO DEPT-HDG-DATE.
005520     MOVE CURR-TIME TO DEPT-HDG-TIME.
005530     ADD 1 TO DEPT-PAGE-NUMBER.
005540     MOVE DEPT-PAGE-NUMBER TO DEPT-HDG-PAGE.
005550     WRITE REPORT-RECORD FROM DEPT-HEADING-1
005560         AFTER ADVANCING PAGE.
005570     WRITE REPORT-RECORD FROM DEPT-HEADING-2
005580         AFTER ADVANCING 1 LINE.
005590     MOVE SPACES TO REPORT-RECORD.
005600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005610     WRITE REPORT-RECORD FROM DEPT-COLUMN-LINE
005620         AFTER ADVANCING 1 LINE.
005630     MOVE 4 TO DEPT-LINE-COUNT.
005640 4300-EXIT.
005650     EXIT.
005660
005670* ---------------------------------------------------------------
005680* 8000-PRINT-TOTALS
005690* ---------------------------------------------------------------
005700 8000-PRINT-TOTALS.
005710     IF DEPT-PAGE-NUMBER = 0
005720         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
005730     END-IF.
005740     MOVE SPACES TO REPORT-RECORD.
005750     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005760     MOVE "CARDS READ" TO DEPT-COUNT-LABEL.
005770     MOVE DEPT-CARDS-READ TO DEPT-COUNT-VALUE.
005780     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005790     MOVE "DEPARTMENTS ADDED" TO DEPT-COUNT-LABEL.
005800     MOVE DEPT-ENTRIES-ADDED TO DEPT-COUNT-VALUE.
005810     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005820     MOVE "DEPARTMENTS REACTIVATED" TO DEPT-COUNT-LABEL.
005830     MOVE DEPT-ENTRIES-REACTIVATED TO DEPT-COUNT-VALUE.
005840     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005850     MOVE "DEPARTMENTS CHANGED" TO DEPT-COUNT-LABEL.
005860     MOVE DEPT-ENTRIES-CHANGED TO DEPT-COUNT-VALUE.
005870     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005880     MOVE "DEPARTMENTS DEACTIVATED" TO DEPT-COUNT-LABEL.
005890     MOVE DEPT-ENTRIES-DEACTIVATED TO DEPT-COUNT-VALUE.
005900     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005910     MOVE "CARDS REJECTED" TO DEPT-COUNT-LABEL.
005920     MOVE DEPT-CARDS-REJECTED TO DEPT-COUNT-VALUE.
005930     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
005940 8000-EXIT.
005950     EXIT.
005960
005970 8100-PRINT-COUNT-LINE.
005980     WRITE REPORT-RECORD FROM DEPT-COUNT-LINE
005990         AFTER ADVANCING 1 LINE.
006000     IF NOT RP-FILE-OK
006010         DISPLAY "UNABLE TO WRITE CHANGE LISTING - STATUS "
006020             RP-FILE-STATUS
006030     END-IF.
006040 8100-EXIT.
006050     EXIT.
006060
006070 9000-CLOSE-FILES.
006080     CLOSE DEPTCTL-FILE.
006090     CLOSE DEPARTMENT-MASTER-FILE.
006100     CLOSE REPORT-FILE.
006110 9000-EXIT.
006120     EXIT.
006130
006140 END PROGRAM DEPT-MAINTENANCE.

000010* ---------------------------------------------------------------
000020* PROGRAM: ARCHIVE-RETENTION
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: RETENTION REPORT OVER THE ARCHIVE CATALOG.  THE
000050*          POLICY KEEPS ARCHIVED AUDIT AND RESULTS RECORDS FOR
000060*          SEVEN YEARS; THIS JOB LISTS EVERY CATALOGED CUT
000070*          WHOSE NEWEST RECORD IS OLDER THAN SEVEN YEARS BEFORE
000080*          THE RUN DATE, AND SO IS DUE FOR DELETION, WITH ITS
000090*          DATES, RECORD COUNT AND HASH TOTAL FOR THE
000100*          RETENTION-COMPLIANCE BINDER.  IT DELETES NOTHING.
000110* TECTONICS: cobc
000120* ---------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* ---------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* ---------------------------------------------------------------
000170* 07/14/2022 FG    ORIGINAL PROGRAM - SEVEN-YEAR RETENTION
000180*                   REPORT OF ARCHIVE CUTS DUE FOR DELETION.
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCHIVE-RETENTION.
000210 AUTHOR. FRANK GLASER.
000220 INSTALLATION. OPERATIONS RESEARCH GROUP.
000230 DATE-WRITTEN. 07/14/2022.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. GENERIC.
000290 OBJECT-COMPUTER. GENERIC.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320*    ARCHIVE CATALOG WRITTEN BY LOG-ARCHIVE - ONE ENTRY PER CUT.
000330     SELECT CATALOG-FILE ASSIGN TO "ARCCATLG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CG-FILE-STATUS.
000360*    RETENTION REPORT - ONE LINE PER CUT DUE FOR DELETION.
000370     SELECT REPORT-FILE ASSIGN TO "RETNRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RP-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CATALOG-FILE
000440         RECORD CONTAINS 120 CHARACTERS.
000450 01  CATALOG-RECORD.
000460     05  CT-DSN                    PIC X(44).
000470     05  FILLER                    PIC X(01).
000480     05  CT-FILE-TYPE              PIC X(03).
000490     05  FILLER                    PIC X(01).
000500     05  CT-FIRST-DATE             PIC 9(08).
000510     05  FILLER                    PIC X(01).
000520     05  CT-LAST-DATE              PIC 9(08).
000530     05  FILLER                    PIC X(01).
000540     05  CT-RECORD-COUNT           PIC 9(09).
000550     05  FILLER                    PIC X(01).
000560     05  CT-HASH-TOTAL             PIC 9(15).
000570     05  FILLER                    PIC X(01).
000580     05  CT-CUTOFF-DATE            PIC 9(08).
000590     05  FILLER                    PIC X(01).
000600     05  CT-CUT-DATE               PIC 9(08).
000610     05  FILLER                    PIC X(10).
000620
000630 FD  REPORT-FILE
000640         RECORD CONTAINS 132 CHARACTERS.
000650 01  REPORT-RECORD                 PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680* ---------------------------------------------------------------
000690* FILE STATUS FIELDS
000700* ---------------------------------------------------------------
000710 77  CG-FILE-STATUS                PIC X(02).
000720     88  CG-FILE-OK                VALUE "00".
000730     88  CG-FILE-EOF               VALUE "10".
000740
000750 77  RP-FILE-STATUS                PIC X(02).
000760     88  RP-FILE-OK                VALUE "00".
000770
000780 77  RTN-ABORT-SWITCH              PIC X(01) VALUE "N".
000790     88  RTN-ABORT                 VALUE "Y".
000800
000810* ---------------------------------------------------------------
000820* RETENTION TEST.  A CUT IS DUE WHEN ITS NEWEST RECORD IS DATED
000830* BEFORE THE RUN DATE LESS SEVEN YEARS.  AN EMPTY CUT, OR A
000840* RESULTS CUT HOLDING ONLY UNDATED LEGACY ROWS, HAS NO LAST
000850* DATE; ITS CUTOFF DATE IS USED, SINCE EVERYTHING IN IT WAS
000860* DATED BEFORE THE CUTOFF.
000870* ---------------------------------------------------------------
000880 77  RTN-RETENTION-YEARS           PIC 9(08) VALUE 7.
000890 77  RTN-LIMIT-DATE                PIC 9(08) VALUE 0.
000900 77  RTN-CUT-AGE-DATE              PIC 9(08) VALUE 0.
000910
000920* ---------------------------------------------------------------
000930* RUN TOTALS
000940* ---------------------------------------------------------------
000950 77  RTN-CATALOG-READ              PIC 9(09) COMP VALUE 0.
000960 77  RTN-CUTS-RETAINED             PIC 9(09) COMP VALUE 0.
000970 77  RTN-CUTS-DUE                  PIC 9(09) COMP VALUE 0.
000980 77  RTN-RECORDS-DUE               PIC 9(09) COMP VALUE 0.
000990
001000* ---------------------------------------------------------------
001010* REPORT PRINT LINES
001020* ---------------------------------------------------------------
001030 77  CURR-DATE                     PIC 9(08).
001040 77  CURR-TIME                     PIC 9(08).
001050 77  RTN-PAGE-NO                   PIC 9(03) COMP VALUE 0.
001060 77  RTN-LINE-COUNT                PIC 9(03) COMP VALUE 99.
001070 77  RTN-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
001080
001090 01  RTN-HEADING-1.
001100     05  FILLER                    PIC X(11) VALUE "ARCRETN    ".
001110     05  FILLER                    PIC X(40) VALUE
001120         "ARCHIVE CUTS DUE FOR DELETION".
001130     05  FILLER                    PIC X(05) VALUE "PAGE ".
001140     05  RTN-HDG-PAGE              PIC ZZ9.
001150
001160 01  RTN-HEADING-2.
001170     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
001180     05  RTN-HDG-DATE              PIC 9(08).
001190     05  FILLER                    PIC X(12) VALUE "  RUN TIME: ".
001200     05  RTN-HDG-TIME              PIC 9(08).
001210     05  FILLER                    PIC X(17) VALUE
001220         "  RETAINED FROM: ".
001230     05  RTN-HDG-LIMIT             PIC 9(08).
001240
001250 01  RTN-COLUMN-LINE.
001260     05  FILLER                    PIC X(44) VALUE
001270         "ARCHIVE CUT".
001280     05  FILLER                    PIC X(05) VALUE " TYPE".
001290     05  FILLER                    PIC X(12) VALUE "  FIRST DATE".
001300     05  FILLER                    PIC X(12) VALUE "   LAST DATE".
001310     05  FILLER                    PIC X(10) VALUE "  CUT DATE".
001320     05  FILLER                    PIC X(11) VALUE "    RECORDS".
001330     05  FILLER                    PIC X(17) VALUE
001340         "       HASH TOTAL".
001350
001360 01  RTN-CUT-LINE.
001370     05  RD-DSN                    PIC X(44).
001380     05  FILLER                    PIC X(01) VALUE SPACES.
001390     05  RD-FILE-TYPE              PIC X(03).
001400     05  FILLER                    PIC X(05) VALUE SPACES.
001410     05  RD-FIRST-DATE             PIC 9(08).
001420     05  FILLER                    PIC X(04) VALUE SPACES.
001430     05  RD-LAST-DATE              PIC 9(08).
001440     05  FILLER                    PIC X(02) VALUE SPACES.
001450     05  RD-CUT-DATE               PIC 9(08).
001460     05  FILLER                    PIC X(02) VALUE SPACES.
001470     05  RD-RECORD-COUNT           PIC Z(08)9.
001480     05  FILLER                    PIC X(02) VALUE SPACES.
001490     05  RD-HASH-TOTAL             PIC Z(14)9.
001500
001510 01  RTN-NONE-LINE.
001520     05  FILLER                    PIC X(40) VALUE
001530         "NO CATALOGED CUTS ARE DUE FOR DELETION".
001540
001550 01  RTN-COUNT-LINE.
001560     05  FILLER                    PIC X(05) VALUE SPACES.
001570     05  RTN-COUNT-LABEL           PIC X(40).
001580     05  RTN-COUNT-VALUE           PIC Z(08)9.
001590
001600 PROCEDURE DIVISION.
001610* ===============================================================
001620* 0000-MAIN-PROCEDURE - ENTRY POINT
001630* ===============================================================
001640 0000-MAIN-PROCEDURE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     IF RTN-ABORT
001670         GO TO 0000-TERMINATE
001680     END-IF.
001690     PERFORM 2000-READ-CATALOG THRU 2000-EXIT.
001700     PERFORM 2100-CHECK-CUT THRU 2100-EXIT
001710         UNTIL CG-FILE-EOF.
001720     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
001730     CLOSE CATALOG-FILE.
001740     CLOSE REPORT-FILE.
001750 0000-TERMINATE.
001760*    16 COULD NOT RUN; 4 CUTS ARE DUE FOR DELETION, SO THE
001770*    OPERATOR SEES THE REPORT NEEDS ACTING ON; 0 NOTHING DUE.
001780     EVALUATE TRUE
001790         WHEN RTN-ABORT
001800             MOVE 16 TO RETURN-CODE
001810         WHEN RTN-CUTS-DUE > 0
001820             MOVE 4 TO RETURN-CODE
001830         WHEN OTHER
001840             MOVE 0 TO RETURN-CODE
001850     END-EVALUATE.
001860     STOP RUN.
001870
001880* ---------------------------------------------------------------
001890* 1000-INITIALIZE - OPEN THE CATALOG AND THE REPORT AND SET THE
001900* RETENTION LIMIT.  SUBTRACTING SEVEN FROM THE YEAR OF A
001910* YYYYMMDD DATE KEEPS THE MONTH AND DAY, SO THE LIMIT FALLS ON
001920* THE SAME CALENDAR DAY SEVEN YEARS BACK.
001930* ---------------------------------------------------------------
001940 1000-INITIALIZE.
001950     OPEN INPUT CATALOG-FILE.
001960     IF NOT CG-FILE-OK
001970         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG - STATUS "
001980             CG-FILE-STATUS
001990         SET RTN-ABORT TO TRUE
002000         GO TO 1000-EXIT
002010     END-IF.
002020     OPEN OUTPUT REPORT-FILE.
002030     IF NOT RP-FILE-OK
002040         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
002050             RP-FILE-STATUS
002060         SET RTN-ABORT TO TRUE
002070         CLOSE CATALOG-FILE
002080         GO TO 1000-EXIT
002090     END-IF.
002100     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
002110     ACCEPT CURR-TIME FROM TIME.
002120     COMPUTE RTN-LIMIT-DATE =
002130         CURR-DATE - RTN-RETENTION-YEARS * 10000.
002140 1000-EXIT.
002150     EXIT.
002160
002170* ---------------------------------------------------------------
002180* 2000 SERIES - ONE PASS OF THE CATALOG
002190* ---------------------------------------------------------------
002200 2000-READ-CATALOG.
002210     READ CATALOG-FILE
002220         AT END
002230             SET CG-FILE-EOF TO TRUE
002240         NOT AT END
002250             ADD 1 TO RTN-CATALOG-READ
002260     END-READ.
002270 2000-EXIT.
002280     EXIT.
002290
002300 2100-CHECK-CUT.
002310     IF CT-LAST-DATE > 0
002320         MOVE CT-LAST-DATE TO RTN-CUT-AGE-DATE
002330     ELSE
002340         MOVE CT-CUTOFF-DATE TO RTN-CUT-AGE-DATE
002350     END-IF.
002360     IF RTN-CUT-AGE-DATE < RTN-LIMIT-DATE
002370         ADD 1 TO RTN-CUTS-DUE
002380         ADD CT-RECORD-COUNT TO RTN-RECORDS-DUE
002390         PERFORM 7000-PRINT-CUT-LINE THRU 7000-EXIT
002400     ELSE
002410         ADD 1 TO RTN-CUTS-RETAINED
002420     END-IF.
002430     PERFORM 2000-READ-CATALOG THRU 2000-EXIT.
002440 2100-EXIT.
002450     EXIT.
002460
002470* ---------------------------------------------------------------
002480* 7000 SERIES - ONE LINE PER CUT DUE FOR DELETION
002490* ---------------------------------------------------------------
002500 7000-PRINT-CUT-LINE.
002510     MOVE CT-DSN TO RD-DSN.
002520     MOVE CT-FILE-TYPE TO RD-FILE-TYPE.
002530     MOVE CT-FIRST-DATE TO RD-FIRST-DATE.
002540     MOVE CT-LAST-DATE TO RD-LAST-DATE.
002550     MOVE CT-CUT-DATE TO RD-CUT-DATE.
002560     MOVE CT-RECORD-COUNT TO RD-RECORD-COUNT.
002570     MOVE CT-HASH-TOTAL TO RD-HASH-TOTAL.
002580     IF RTN-LINE-COUNT > RTN-LINES-PER-PAGE
002590         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
002600     END-IF.
002610     WRITE REPORT-RECORD FROM RTN-CUT-LINE
002620         AFTER ADVANCING 1 LINE.
002630     IF NOT RP-FILE-OK
002640         DISPLAY "UNABLE TO WRITE RETENTION REPORT - STATUS "
002650             RP-FILE-STATUS
002660     END-IF.
002670     ADD 1 TO RTN-LINE-COUNT.
002680 7000-EXIT.
002690     EXIT.
002700
002710* ---------------------------------------------------------------
002720* 8000 SERIES - RUN TOTALS AND REPORT HEADINGS
002730* ---------------------------------------------------------------
002740 8000-PRINT-RUN-TOTALS.
002750     IF RTN-LINE-COUNT > RTN-LINES-PER-PAGE - 7
002760         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
002770     END-IF.
002780     IF RTN-CUTS-DUE = 0
002790         WRITE REPORT-RECORD FROM RTN-NONE-LINE
002800             AFTER ADVANCING 1 LINE
002810         ADD 1 TO RTN-LINE-COUNT
002820     END-IF.
002830     MOVE SPACES TO REPORT-RECORD.
002840     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
002850     MOVE "CATALOG ENTRIES READ" TO RTN-COUNT-LABEL.
002860     MOVE RTN-CATALOG-READ TO RTN-COUNT-VALUE.
002870     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
002880     MOVE "CUTS WITHIN RETENTION" TO RTN-COUNT-LABEL.
002890     MOVE RTN-CUTS-RETAINED TO RTN-COUNT-VALUE.
002900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
002910     MOVE "CUTS DUE FOR DELETION" TO RTN-COUNT-LABEL.
002920     MOVE RTN-CUTS-DUE TO RTN-COUNT-VALUE.
002930     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
002940     MOVE "RECORDS IN CUTS DUE FOR DELETION" TO RTN-COUNT-LABEL.
002950     MOVE RTN-RECORDS-DUE TO RTN-COUNT-VALUE.
002960     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
002970 8000-EXIT.
002980     EXIT.
002990
003000 8100-PRINT-HEADINGS.
003010     ADD 1 TO RTN-PAGE-NO.
003020     MOVE RTN-PAGE-NO TO RTN-HDG-PAGE.
003030     MOVE CURR-DATE TO RTN-HDG-DATE.
003040     MOVE CURR-TIME TO RTN-HDG-TIME.
003050     MOVE RTN-LIMIT-DATE TO RTN-HDG-LIMIT.
003060     WRITE REPORT-RECORD FROM RTN-HEADING-1
003070         AFTER ADVANCING PAGE.
003080     WRITE REPORT-RECORD FROM RTN-HEADING-2
003090         AFTER ADVANCING 1 LINE.
003100     MOVE SPACES TO REPORT-RECORD.
003110     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
003120     WRITE REPORT-RECORD FROM RTN-COLUMN-LINE
003130         AFTER ADVANCING 1 LINE.
003140     MOVE SPACES TO REPORT-RECORD.
003150     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
003160     MOVE 5 TO RTN-LINE-COUNT.
003170 8100-EXIT.
003180     EXIT.
003190
003200 8200-PRINT-COUNT-LINE.
003210     WRITE REPORT-RECORD FROM RTN-COUNT-LINE
003220         AFTER ADVANCING 1 LINE.
003230     IF NOT RP-FILE-OK
003240         DISPLAY "UNABLE TO WRITE RETENTION REPORT - STATUS "
003250             RP-FILE-STATUS
003260     END-IF.
003270     ADD 1 TO RTN-LINE-COUNT.
003280 8200-EXIT.
003290     EXIT.
003300
003310 END PROGRAM ARCHIVE-RETENTION.

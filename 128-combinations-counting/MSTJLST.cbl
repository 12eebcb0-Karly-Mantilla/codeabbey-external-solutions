000010* ---------------------------------------------------------------
000020* PROGRAM: MASTER-JOURNAL-LIST
000030* AUTHOR:  FRANK GLASER
000040* PURPOSE: AUDIT LISTING OF THE RESULTS MASTER CORRECTION
000050*          JOURNAL WRITTEN BY MASTER-UTILITY.  EVERY DELETE,
000060*          RECALC AND FIXVERIFY CHANGE IS PRINTED AS ITS
000070*          BEFORE-IMAGE AND AFTER-IMAGE UNDER THE DATE, TIME,
000080*          ACTION AND REASON CODE IT WAS MADE WITH, SO AUDIT
000090*          CAN SEE EXACTLY WHICH STORED ANSWERS WERE ALTERED
000100*          AND WHY.  A CHANGE WHOSE TWO IMAGES DO NOT PAIR UP
000110*          IS FLAGGED.  AN OPTIONAL CARD LIMITS THE LISTING TO
000120*          A RANGE OF CHANGE DATES.
000130* TECTONICS: cobc
000140* ---------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* ---------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------------------------------------------------------------
000190* 08/11/2022 FG    ORIGINAL PROGRAM - BEFORE/AFTER LISTING OF
000200*                   THE MASTER CORRECTION JOURNAL.
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. MASTER-JOURNAL-LIST.
000230 AUTHOR. FRANK GLASER.
000240 INSTALLATION. OPERATIONS RESEARCH GROUP.
000250 DATE-WRITTEN. 08/11/2022.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC.
000310 OBJECT-COMPUTER. GENERIC.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*    MASTER CORRECTION JOURNAL WRITTEN BY MASTER-UTILITY - ONE
000350*    RECORD PER IMAGE, IN THE ORDER THE CHANGES WERE MADE.
000360     SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MJ-FILE-STATUS.
000390*    OPTIONAL DATE-RANGE CARD - SEE 1100-PARSE-RANGE-CARD.
000400     SELECT JRNCTL-FILE ASSIGN TO "JRNCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS JC-FILE-STATUS.
000430*    PAGE-FORMATTED JOURNAL LISTING.
000440     SELECT REPORT-FILE ASSIGN TO "JRNRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RP-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500* SAME LAYOUT AS MASTER-UTILITY WRITES.  THE IMAGE IS A WHOLE
000510* 195-BYTE MASTER ENTRY, EXCEPT THAT THE IMAGE OF A DELETE
000520* CARRIES THE KEY ALONE.
000530 FD  JOURNAL-FILE
000540         RECORD CONTAINS 240 CHARACTERS.
000550 01  JOURNAL-RECORD.
000560     05  MJ-DATE                   PIC 9(08).
000570     05  MJ-TIME                   PIC 9(08).
000580     05  MJ-CHANGE-NO              PIC 9(05).
000590     05  MJ-ACTION                 PIC X(10).
000600     05  MJ-REASON                 PIC X(04).
000610     05  MJ-IMAGE-TYPE             PIC X(01).
000620         88  MJ-BEFORE-IMAGE       VALUE "B".
000630         88  MJ-AFTER-IMAGE        VALUE "A".
000640         88  MJ-DELETED-IMAGE      VALUE "D".
000650     05  MJ-MASTER-IMAGE.
000660         10  MJ-IMAGE-KEY.
000670             15  MJ-CHOICE-MATTER  PIC X(03).
000680             15  MJ-CHOICES        PIC 9(05).
000690             15  MJ-CHOSEN         PIC 9(05).
000700             15  MJ-REPETITION-FLAG
000710                                   PIC X(03).
000720             15  MJ-GROUP-SIZES.
000730                 20  MJ-GROUP-SIZE PIC 9(05) OCCURS 10 TIMES.
000740         10  MJ-IMAGE-DATA.
000750             15  MJ-WIDE-RESULT.
000760                 20  MJ-RESULT-HIGH
000770                                   PIC X(85).
000780                 20  MJ-RESULT     PIC 9(35).
000790             15  MJ-RECONCILE-FLAG PIC X(01).
000800             15  MJ-DATE-ADDED     PIC 9(08).
000810     05  FILLER                    PIC X(09).
000820
000830 FD  JRNCTL-FILE
000840         RECORD CONTAINS 80 CHARACTERS.
000850 01  JRNCTL-RECORD                 PIC X(80).
000860
000870 FD  REPORT-FILE
000880         RECORD CONTAINS 132 CHARACTERS.
000890 01  REPORT-RECORD                 PIC X(132).
000900
000910 WORKING-STORAGE SECTION.
000920* ---------------------------------------------------------------
000930* FILE STATUS FIELDS
000940* ---------------------------------------------------------------
000950 77  MJ-FILE-STATUS                PIC X(02).
000960     88  MJ-FILE-OK                VALUE "00".
000970     88  MJ-FILE-EOF               VALUE "10".
000980
000990 77  JC-FILE-STATUS                PIC X(02).
001000     88  JC-FILE-OK                VALUE "00".
001010
001020 77  RP-FILE-STATUS                PIC X(02).
001030     88  RP-FILE-OK                VALUE "00".
001040
001050 77  JL-ABORT-SWITCH               PIC X(01) VALUE "N".
001060     88  JL-ABORT                  VALUE "Y".
001070
001080* ---------------------------------------------------------------
001090* DATE RANGE - FROM THE JRNCTL CARD, OR THE WHOLE JOURNAL WHEN
001100* NO CARD IS SUPPLIED.  CARD:
001110*   DATERANGE,YYYYMMDD,YYYYMMDD   CHANGES MADE FROM THE FIRST
001120*                                 DATE THROUGH THE SECOND
001130* ---------------------------------------------------------------
001140 77  JL-CARD-LINE                  PIC X(80).
001150 77  JL-CARD-VERB                  PIC X(10).
001160     88  JL-DATERANGE              VALUE "DATERANGE".
001170 77  JL-CARD-FROM                  PIC X(10).
001180 77  JL-CARD-TO                    PIC X(10).
001190 77  JL-FROM-DATE                  PIC 9(08) VALUE 0.
001200 77  JL-TO-DATE                    PIC 9(08) VALUE 99999999.
001210
001220* ---------------------------------------------------------------
001230* PAIRING CHECK.  A BEFORE-IMAGE OPENS A CHANGE AND THE NEXT
001240* RECORD MUST BE ITS AFTER-IMAGE (OR DELETE IMAGE) WITH THE
001250* SAME DATE, TIME AND CHANGE NUMBER.  ANYTHING ELSE MEANS A
001260* CHANGE WAS MADE BUT NOT FULLY JOURNALED.
001270* ---------------------------------------------------------------
001280 77  JL-PENDING-SWITCH             PIC X(01) VALUE "N".
001290     88  JL-CHANGE-PENDING         VALUE "Y".
001300 01  JL-PENDING-STAMP.
001310     05  JL-PENDING-DATE           PIC 9(08).
001320     05  JL-PENDING-TIME           PIC 9(08).
001330     05  JL-PENDING-CHANGE-NO      PIC 9(05).
001340 77  JL-WARNING-TEXT               PIC X(50).
001350
001360* ---------------------------------------------------------------
001370* RUN TOTALS
001380* ---------------------------------------------------------------
001390 77  JL-RECORDS-READ               PIC 9(09) COMP VALUE 0.
001400 77  JL-RECORDS-OUT-OF-RANGE       PIC 9(09) COMP VALUE 0.
001410 77  JL-CHANGES-LISTED             PIC 9(09) COMP VALUE 0.
001420 77  JL-ENTRIES-REPLACED           PIC 9(09) COMP VALUE 0.
001430 77  JL-ENTRIES-DELETED            PIC 9(09) COMP VALUE 0.
001440 77  JL-UNPAIRED-IMAGES            PIC 9(09) COMP VALUE 0.
001450
001460* ---------------------------------------------------------------
001470* PAGE CONTROL AND PRINT LINES
001480* ---------------------------------------------------------------
001490 77  CURR-DATE                     PIC 9(08).
001500 77  CURR-TIME                     PIC 9(08).
001510 77  JL-PAGE-NUMBER                PIC 9(03) VALUE 0.
001520 77  JL-LINE-COUNT                 PIC 9(03) COMP VALUE 99.
001530 77  JL-LINES-PER-PAGE             PIC 9(03) COMP VALUE 55.
001540 77  JL-GROUP-MAX                  PIC 9(05) COMP VALUE 10.
001550 77  JL-GROUP-NO                   PIC 9(05) COMP.
001560 77  JL-RESULT-FORMATTED           PIC Z(34)9.
001570 77  JL-WIDE-FORMATTED             PIC X(120).
001580
001590 01  JL-HEADING-1.
001600     05  FILLER                    PIC X(11) VALUE "MSTJLST    ".
001610     05  FILLER                    PIC X(40) VALUE
001620         "RESULTS MASTER CORRECTION JOURNAL".
001630     05  FILLER                    PIC X(05) VALUE "PAGE ".
001640     05  JL-HDG-PAGE               PIC ZZ9.
001650
001660 01  JL-HEADING-2.
001670     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
001680     05  JL-HDG-DATE               PIC 9(08).
001690     05  FILLER                    PIC X(12) VALUE "  RUN TIME: ".
001700     05  JL-HDG-TIME               PIC 9(08).
001710     05  FILLER                    PIC X(16) VALUE
001720         "  CHANGES FROM: ".
001730     05  JL-HDG-FROM               PIC 9(08).
001740     05  FILLER                    PIC X(06) VALUE "  TO: ".
001750     05  JL-HDG-TO                 PIC 9(08).
001760
001770 01  JL-COLUMN-LINE.
001780     05  FILLER                    PIC X(10) VALUE "DATE".
001790     05  FILLER                    PIC X(10) VALUE "TIME".
001800     05  FILLER                    PIC X(07) VALUE "CHANGE".
001810     05  FILLER                    PIC X(11) VALUE "ACTION".
001820     05  FILLER                    PIC X(06) VALUE "RSN".
001830     05  FILLER                    PIC X(09) VALUE "IMAGE".
001840     05  FILLER                    PIC X(05) VALUE "ORD".
001850     05  FILLER                    PIC X(07) VALUE "CHOICE".
001860     05  FILLER                    PIC X(07) VALUE "CHOSEN".
001870     05  FILLER                    PIC X(05) VALUE "REP".
001880     05  FILLER                    PIC X(37) VALUE "RESULT".
001890     05  FILLER                    PIC X(05) VALUE "RCN".
001900     05  FILLER                    PIC X(08) VALUE "ADDED".
001910
001920* ONE JOURNAL IMAGE.  THE DATE, TIME, CHANGE NUMBER, ACTION
001930* AND REASON PRINT ON THE BEFORE-IMAGE LINE ONLY; THE AFTER-
001940* IMAGE LINE BELOW IT BELONGS TO THE SAME CHANGE.
001950 01  JL-DETAIL-LINE.
001960     05  JD-DATE                   PIC X(08).
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  JD-TIME                   PIC X(08).
001990     05  FILLER                    PIC X(02) VALUE SPACES.
002000     05  JD-CHANGE-NO              PIC X(05).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020     05  JD-ACTION                 PIC X(10).
002030     05  FILLER                    PIC X(01) VALUE SPACES.
002040     05  JD-REASON                 PIC X(04).
002050     05  FILLER                    PIC X(02) VALUE SPACES.
002060     05  JD-IMAGE                  PIC X(07).
002070     05  FILLER                    PIC X(02) VALUE SPACES.
002080     05  JD-CHOICE-MATTER          PIC X(03).
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  JD-CHOICES                PIC X(05).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  JD-CHOSEN                 PIC X(05).
002130     05  FILLER                    PIC X(02) VALUE SPACES.
002140     05  JD-REPETITION-FLAG        PIC X(03).
002150     05  FILLER                    PIC X(02) VALUE SPACES.
002160     05  JD-RESULT                 PIC X(35).
002170     05  FILLER                    PIC X(02) VALUE SPACES.
002180     05  JD-RECONCILE-FLAG         PIC X(01).
002190     05  FILLER                    PIC X(04) VALUE SPACES.
002200     05  JD-DATE-ADDED             PIC X(08).
002210
002220* CONTINUATION LINE FOR A RESULT WIDER THAN THE RESULT COLUMN.
002230 01  JL-WIDE-LINE.
002240     05  FILLER                    PIC X(12) VALUE
002250         "   RESULT = ".
002260     05  JW-RESULT                 PIC X(120).
002270
002280* CONTINUATION LINE CARRYING THE GROUP SIZES OF A MUL ENTRY.
002290 01  JL-GROUP-LINE.
002300     05  FILLER                    PIC X(12) VALUE
002310         "   GROUPS = ".
002320     05  JG-SIZE-ENTRY             OCCURS 10 TIMES.
002330         10  JG-SIZE               PIC ZZZZ9 BLANK WHEN ZERO.
002340         10  FILLER                PIC X(01) VALUE SPACE.
002350
002360 01  JL-WARNING-LINE.
002370     05  FILLER                    PIC X(02) VALUE SPACES.
002380     05  FILLER                    PIC X(04) VALUE "*** ".
002390     05  JL-WARNING-MESSAGE        PIC X(50).
002400
002410 01  JL-NONE-LINE.
002420     05  FILLER                    PIC X(40) VALUE
002430         "NO JOURNALED CHANGES IN THE DATE RANGE".
002440
002450 01  JL-COUNT-LINE.
002460     05  FILLER                    PIC X(05) VALUE SPACES.
002470     05  JL-COUNT-LABEL            PIC X(40).
002480     05  JL-COUNT-VALUE            PIC Z(08)9.
002490
002500 PROCEDURE DIVISION.
002510* ===============================================================
002520* 0000-MAIN-PROCEDURE - ENTRY POINT
002530* ===============================================================
002540 0000-MAIN-PROCEDURE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF JL-ABORT
002570         GO TO 0000-TERMINATE
002580     END-IF.
002590     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
002600     PERFORM 2100-LIST-JOURNAL-IMAGE THRU 2100-EXIT
002610         UNTIL MJ-FILE-EOF.
002620     IF JL-CHANGE-PENDING
002630         MOVE "NO AFTER-IMAGE FOR THE CHANGE ABOVE"
002640             TO JL-WARNING-TEXT
002650         PERFORM 7300-PRINT-WARNING-LINE THRU 7300-EXIT
002660     END-IF.
002670     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
002680     CLOSE JOURNAL-FILE.
002690     CLOSE REPORT-FILE.
002700 0000-TERMINATE.
002710*    16 COULD NOT RUN; 4 A CHANGE IN THE RANGE WAS NOT FULLY
002720*    JOURNALED, SO AUDIT MUST CHECK THAT ENTRY BY HAND; 0 CLEAN.
002730     EVALUATE TRUE
002740         WHEN JL-ABORT
002750             MOVE 16 TO RETURN-CODE
002760         WHEN JL-UNPAIRED-IMAGES > 0
002770             MOVE 4 TO RETURN-CODE
002780         WHEN OTHER
002790             MOVE 0 TO RETURN-CODE
002800     END-EVALUATE.
002810     STOP RUN.
002820
002830* ---------------------------------------------------------------
002840* 1000-INITIALIZE - READ THE OPTIONAL RANGE CARD, THEN OPEN THE
002850* JOURNAL AND THE REPORT.  A MISSING OR EMPTY JRNCTL LISTS THE
002860* WHOLE JOURNAL; A CARD THAT IS SUPPLIED BUT BAD STOPS THE RUN
002870* RATHER THAN LIST A RANGE NOBODY ASKED FOR.
002880* ---------------------------------------------------------------
002890 1000-INITIALIZE.
002900     MOVE SPACES TO JL-CARD-LINE.
002910     OPEN INPUT JRNCTL-FILE.
002920     IF JC-FILE-OK
002930         READ JRNCTL-FILE
002940             AT END
002950                 CONTINUE
002960             NOT AT END
002970                 MOVE JRNCTL-RECORD TO JL-CARD-LINE
002980         END-READ
002990         CLOSE JRNCTL-FILE
003000     END-IF.
003010     IF JL-CARD-LINE NOT = SPACES
003020         PERFORM 1100-PARSE-RANGE-CARD THRU 1100-EXIT
003030         IF JL-ABORT
003040             GO TO 1000-EXIT
003050         END-IF
003060     END-IF.
003070     OPEN INPUT JOURNAL-FILE.
003080     IF NOT MJ-FILE-OK
003090         DISPLAY "UNABLE TO OPEN MASTER JOURNAL - STATUS "
003100             MJ-FILE-STATUS
003110         SET JL-ABORT TO TRUE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     OPEN OUTPUT REPORT-FILE.
003150     IF NOT RP-FILE-OK
003160         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
003170             RP-FILE-STATUS
003180         SET JL-ABORT TO TRUE
003190         CLOSE JOURNAL-FILE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003230     ACCEPT CURR-TIME FROM TIME.
003240 1000-EXIT.
003250     EXIT.
003260
003270 1100-PARSE-RANGE-CARD.
003280     MOVE SPACES TO JL-CARD-VERB JL-CARD-FROM JL-CARD-TO.
003290     UNSTRING JL-CARD-LINE DELIMITED BY ","
003300         INTO JL-CARD-VERB JL-CARD-FROM JL-CARD-TO
003310     END-UNSTRING.
003320     IF NOT JL-DATERANGE
003330             OR JL-CARD-FROM (1:8) NOT NUMERIC
003340             OR JL-CARD-TO (1:8) NOT NUMERIC
003350         DISPLAY "INVALID JRNCTL CARD: " JL-CARD-LINE
003360         SET JL-ABORT TO TRUE
003370         GO TO 1100-EXIT
003380     END-IF.
003390     MOVE JL-CARD-FROM (1:8) TO JL-FROM-DATE.
003400     MOVE JL-CARD-TO (1:8) TO JL-TO-DATE.
003410     IF JL-FROM-DATE > JL-TO-DATE
003420         DISPLAY "INVALID JRNCTL CARD: " JL-CARD-LINE
003430         SET JL-ABORT TO TRUE
003440     END-IF.
003450 1100-EXIT.
003460     EXIT.
003470
003480* ---------------------------------------------------------------
003490* 2000 SERIES - ONE PASS OF THE JOURNAL
003500* ---------------------------------------------------------------
003510 2000-READ-JOURNAL.
003520     READ JOURNAL-FILE
003530         AT END
003540             SET MJ-FILE-EOF TO TRUE
003550         NOT AT END
003560             ADD 1 TO JL-RECORDS-READ
003570     END-READ.
003580 2000-EXIT.
003590     EXIT.
003600
003610 2100-LIST-JOURNAL-IMAGE.
003620     IF MJ-DATE < JL-FROM-DATE OR MJ-DATE > JL-TO-DATE
003630         ADD 1 TO JL-RECORDS-OUT-OF-RANGE
003640         GO TO 2100-NEXT-IMAGE
003650     END-IF.
003660     EVALUATE TRUE
003670         WHEN MJ-BEFORE-IMAGE
003680             PERFORM 2200-OPEN-CHANGE THRU 2200-EXIT
003690         WHEN MJ-AFTER-IMAGE OR MJ-DELETED-IMAGE
003700             PERFORM 2300-CLOSE-CHANGE THRU 2300-EXIT
003710         WHEN OTHER
003720             PERFORM 7000-PRINT-IMAGE-LINE THRU 7000-EXIT
003730             MOVE "UNKNOWN IMAGE TYPE - RECORD NOT PAIRED"
003740                 TO JL-WARNING-TEXT
003750             PERFORM 7300-PRINT-WARNING-LINE THRU 7300-EXIT
003760     END-EVALUATE.
003770 2100-NEXT-IMAGE.
003780     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
003790 2100-EXIT.
003800     EXIT.
003810
003820* 2200-OPEN-CHANGE - A BEFORE-IMAGE STARTS A NEW CHANGE; ONE
003830* STILL WAITING FOR ITS AFTER-IMAGE IS FLAGGED FIRST.
003840 2200-OPEN-CHANGE.
003850     IF JL-CHANGE-PENDING
003860         MOVE "NO AFTER-IMAGE FOR THE CHANGE ABOVE"
003870             TO JL-WARNING-TEXT
003880         PERFORM 7300-PRINT-WARNING-LINE THRU 7300-EXIT
003890     END-IF.
003900     ADD 1 TO JL-CHANGES-LISTED.
003910     SET JL-CHANGE-PENDING TO TRUE.
003920     MOVE MJ-DATE TO JL-PENDING-DATE.
003930     MOVE MJ-TIME TO JL-PENDING-TIME.
003940     MOVE MJ-CHANGE-NO TO JL-PENDING-CHANGE-NO.
003950     PERFORM 7000-PRINT-IMAGE-LINE THRU 7000-EXIT.
003960 2200-EXIT.
003970     EXIT.
003980
003990* 2300-CLOSE-CHANGE - AN AFTER-IMAGE OR DELETE IMAGE MUST
004000* FOLLOW THE BEFORE-IMAGE OF ITS OWN CHANGE.
004010 2300-CLOSE-CHANGE.
004020     IF MJ-AFTER-IMAGE
004030         ADD 1 TO JL-ENTRIES-REPLACED
004040     ELSE
004050         ADD 1 TO JL-ENTRIES-DELETED
004060     END-IF.
004070     PERFORM 7000-PRINT-IMAGE-LINE THRU 7000-EXIT.
004080     IF NOT JL-CHANGE-PENDING
004090             OR MJ-DATE NOT = JL-PENDING-DATE
004100             OR MJ-TIME NOT = JL-PENDING-TIME
004110             OR MJ-CHANGE-NO NOT = JL-PENDING-CHANGE-NO
004120         MOVE "AFTER-IMAGE WITHOUT ITS BEFORE-IMAGE"
004130             TO JL-WARNING-TEXT
004140         PERFORM 7300-PRINT-WARNING-LINE THRU 7300-EXIT
004150     END-IF.
004160     MOVE "N" TO JL-PENDING-SWITCH.
004170 2300-EXIT.
004180     EXIT.
004190
004200* ---------------------------------------------------------------
004210* 7000 SERIES - IMAGE LINES WITH PAGE CONTROL
004220* ---------------------------------------------------------------
004230 7000-PRINT-IMAGE-LINE.
004240     IF JL-LINE-COUNT > JL-LINES-PER-PAGE
004250         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
004260     END-IF.
004270     MOVE SPACES TO JD-DATE JD-TIME JD-CHANGE-NO JD-ACTION
004280         JD-REASON.
004290     EVALUATE TRUE
004300         WHEN MJ-BEFORE-IMAGE
004310             MOVE SPACES TO REPORT-RECORD
004320             WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
004330             ADD 1 TO JL-LINE-COUNT
004340             MOVE MJ-DATE TO JD-DATE
004350             MOVE MJ-TIME TO JD-TIME
004360             MOVE MJ-CHANGE-NO TO JD-CHANGE-NO
004370             MOVE MJ-ACTION TO JD-ACTION
004380             MOVE MJ-REASON TO JD-REASON
004390             MOVE "BEFORE" TO JD-IMAGE
004400         WHEN MJ-AFTER-IMAGE
004410             MOVE "AFTER" TO JD-IMAGE
004420         WHEN MJ-DELETED-IMAGE
004430             MOVE "DELETED" TO JD-IMAGE
004440         WHEN OTHER
004450             MOVE "UNKNOWN" TO JD-IMAGE
004460     END-EVALUATE.
004470     MOVE MJ-CHOICE-MATTER TO JD-CHOICE-MATTER.
004480     MOVE MJ-CHOICES TO JD-CHOICES.
004490     MOVE MJ-CHOSEN TO JD-CHOSEN.
004500     MOVE MJ-REPETITION-FLAG TO JD-REPETITION-FLAG.
004510     MOVE SPACES TO JD-RESULT JD-RECONCILE-FLAG JD-DATE-ADDED.
004520*    A DELETE IMAGE HAS NO RESULT TO SHOW; A WIDE ONE GETS A
004530*    NOTE IN THE RESULT COLUMN AND ITS DIGITS BELOW.
004540     IF MJ-DELETED-IMAGE OR MJ-IMAGE-DATA = SPACES
004550         MOVE "ENTRY REMOVED FROM MASTER" TO JD-RESULT
004560     ELSE
004570         IF MJ-RESULT-HIGH NOT = ZEROS
004580             MOVE "WIDER THAN 35 DIGITS - SEE BELOW"
004590                 TO JD-RESULT
004600         ELSE
004610             MOVE MJ-RESULT TO JL-RESULT-FORMATTED
004620             MOVE JL-RESULT-FORMATTED TO JD-RESULT
004630         END-IF
004640         MOVE MJ-RECONCILE-FLAG TO JD-RECONCILE-FLAG
004650         MOVE MJ-DATE-ADDED TO JD-DATE-ADDED
004660     END-IF.
004670     WRITE REPORT-RECORD FROM JL-DETAIL-LINE
004680         AFTER ADVANCING 1 LINE.
004690     IF NOT RP-FILE-OK
004700         DISPLAY "UNABLE TO WRITE JOURNAL LISTING - STATUS "
004710             RP-FILE-STATUS
004720     END-IF.
004730     ADD 1 TO JL-LINE-COUNT.
004740     IF NOT MJ-DELETED-IMAGE AND MJ-IMAGE-DATA NOT = SPACES
004750             AND MJ-RESULT-HIGH NOT = ZEROS
004760         PERFORM 7100-PRINT-WIDE-LINE THRU 7100-EXIT
004770     END-IF.
004780     IF MJ-CHOICE-MATTER = "MUL"
004790         PERFORM 7200-PRINT-GROUP-LINE THRU 7200-EXIT
004800     END-IF.
004810 7000-EXIT.
004820     EXIT.
004830
004840 7100-PRINT-WIDE-LINE.
004850     MOVE MJ-WIDE-RESULT TO JL-WIDE-FORMATTED.
004860     INSPECT JL-WIDE-FORMATTED
004870         REPLACING LEADING "0" BY SPACE.
004880     MOVE JL-WIDE-FORMATTED TO JW-RESULT.
004890     WRITE REPORT-RECORD FROM JL-WIDE-LINE
004900         AFTER ADVANCING 1 LINE.
004910     ADD 1 TO JL-LINE-COUNT.
004920 7100-EXIT.
004930     EXIT.
004940
004950 7200-PRINT-GROUP-LINE.
004960     PERFORM 7210-EDIT-GROUP-SIZE THRU 7210-EXIT
004970         VARYING JL-GROUP-NO FROM 1 BY 1
004980         UNTIL JL-GROUP-NO > JL-GROUP-MAX.
004990     WRITE REPORT-RECORD FROM JL-GROUP-LINE
005000         AFTER ADVANCING 1 LINE.
005010     ADD 1 TO JL-LINE-COUNT.
005020 7200-EXIT.
005030     EXIT.
005040
005050 7210-EDIT-GROUP-SIZE.
005060     MOVE MJ-GROUP-SIZE (JL-GROUP-NO) TO JG-SIZE (JL-GROUP-NO).
005070 7210-EXIT.
005080     EXIT.
005090
005100 7300-PRINT-WARNING-LINE.
005110     ADD 1 TO JL-UNPAIRED-IMAGES.
005120     MOVE JL-WARNING-TEXT TO JL-WARNING-MESSAGE.
005130     WRITE REPORT-RECORD FROM JL-WARNING-LINE
005140         AFTER ADVANCING 1 LINE.
005150     ADD 1 TO JL-LINE-COUNT.
005160     DISPLAY "JOURNAL RECORD " JL-RECORDS-READ " - "
005170         JL-WARNING-TEXT.
005180 7300-EXIT.
005190     EXIT.
005200
005210* ---------------------------------------------------------------
005220* 8000 SERIES - RUN TOTALS AND REPORT HEADINGS
005230* ---------------------------------------------------------------
005240 8000-PRINT-RUN-TOTALS.
005250     IF JL-LINE-COUNT > JL-LINES-PER-PAGE - 9
005260         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005270     END-IF.
005280     IF JL-CHANGES-LISTED = 0
005290         WRITE REPORT-RECORD FROM JL-NONE-LINE
005300             AFTER ADVANCING 1 LINE
005310         ADD 1 TO JL-LINE-COUNT
005320     END-IF.
005330     MOVE SPACES TO REPORT-RECORD.
005340     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005350     MOVE "JOURNAL RECORDS READ" TO JL-COUNT-LABEL.
005360     MOVE JL-RECORDS-READ TO JL-COUNT-VALUE.
005370     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005380     MOVE "RECORDS OUTSIDE THE DATE RANGE" TO JL-COUNT-LABEL.
005390     MOVE JL-RECORDS-OUT-OF-RANGE TO JL-COUNT-VALUE.
005400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005410     MOVE "CHANGES LISTED" TO JL-COUNT-LABEL.
005420     MOVE JL-CHANGES-LISTED TO JL-COUNT-VALUE.
005430     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005440     MOVE "ENTRIES RECALCULATED AND REPLACED" TO JL-COUNT-LABEL.
005450     MOVE JL-ENTRIES-REPLACED TO JL-COUNT-VALUE.
005460     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005470     MOVE "ENTRIES DELETED" TO JL-COUNT-LABEL.
005480     MOVE JL-ENTRIES-DELETED TO JL-COUNT-VALUE.
005490     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005500     MOVE "IMAGES NOT PAIRED - CHECK BY HAND" TO JL-COUNT-LABEL.
005510     MOVE JL-UNPAIRED-IMAGES TO JL-COUNT-VALUE.
005520     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005530 8000-EXIT.
005540     EXIT.
005550
005560 8100-PRINT-HEADINGS.
005570     ADD 1 TO JL-PAGE-NUMBER.
005580     MOVE JL-PAGE-NUMBER TO JL-HDG-PAGE.
005590     MOVE CURR-DATE TO JL-HDG-DATE.
005600     MOVE CURR-TIME TO JL-HDG-TIME.
005610     MOVE JL-FROM-DATE TO JL-HDG-FROM.
005620     MOVE JL-TO-DATE TO JL-HDG-TO.
005630     WRITE REPORT-RECORD FROM JL-HEADING-1
005640         AFTER ADVANCING PAGE.
005650     WRITE REPORT-RECORD FROM JL-HEADING-2
005660         AFTER ADVANCING 1 LINE.
005670     MOVE SPACES TO REPORT-RECORD.
005680     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005690     WRITE REPORT-RECORD FROM JL-COLUMN-LINE
005700         AFTER ADVANCING 1 LINE.
005710     MOVE 4 TO JL-LINE-COUNT.
005720 8100-EXIT.
005730     EXIT.
005740
005750 8200-PRINT-COUNT-LINE.
005760     WRITE REPORT-RECORD FROM JL-COUNT-LINE
005770         AFTER ADVANCING 1 LINE.
005780     IF NOT RP-FILE-OK
005790         DISPLAY "UNABLE TO WRITE JOURNAL LISTING - STATUS "
005800             RP-FILE-STATUS
005810     END-IF.
005820     ADD 1 TO JL-LINE-COUNT.
005830 8200-EXIT.
005840     EXIT.
005850
005860 END PROGRAM MASTER-JOURNAL-LIST.

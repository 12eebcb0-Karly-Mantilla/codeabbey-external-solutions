000010* ---------------------------------------------------------------
000020* PROGRAM: ARCHIVE-RETRIEVE
000030* AUTHOR:  FRANK GLASER
000038* PURPOSE: PULLS AUDIT AND RESULTS RECORDS FOR A DATE RANGE
000046*          BACK OUT OF THE DATED ARCHIVE CUTS THE MONTH-END
000054*          LOG-ARCHIVE JOB WRITES.  ONCE A RECORD IS ARCHIVED
000062*          THE AUDIT INQUIRY PROGRAM CANNOT SEE IT - A
000070*          DATERANGE CARD FOR A CLOSED MONTH COMES BACK EMPTY.
000078*          THIS JOB READS THE ARCHIVE CATALOG, OPENS EVERY CUT
000086*          WHOSE DATES OVERLAP THE RANGE (OLDEST FIRST, AS
000094*          CATALOGED), COPIES EVERY RECORD IN THE RANGE
000102*          UNCHANGED TO A WORK FILE IN THE 100-BYTE AUDITLOG
000110*          OR 132-BYTE RESULTS LAYOUT, CHECKS EACH CUT'S
000118*          RECORD COUNT AND HASH TOTAL AGAINST ITS CATALOG
000126*          ENTRY, AND PRINTS A SUMMARY OF WHICH CUTS WERE READ
000134*          AND HOW MANY RECORDS EACH CONTRIBUTED.
000142*          AUDIT-INQUIRY THEN RUNS AGAINST THE AUDIT WORK FILE
000150*          UNCHANGED.
000160* TECTONICS: cobc
000170* ---------------------------------------------------------------
000180* MODIFICATION HISTORY
000220* 03/24/2022 FG    ORIGINAL PROGRAM - DATE-RANGE RETRIEVAL
000230*                   FROM THE DATED AUDIT ARCHIVE CUTS INTO AN
000240*                   AUDITLOG-LAYOUT WORK FILE FOR THE INQUIRY
000242*                   PROGRAM.
000244* 07/14/2022 FG    CUTS ARE NOW CHOSEN FROM THE ARCHIVE
000246*                   CATALOG INSTEAD OF FIVE ARCHIN DDS - THE
000248*                   DATERANGE CARD ALONE DRIVES THE RUN, WITH NO
000250*                   LIMIT ON THE NUMBER OF CUTS.  RESULTS CUTS
000252*                   ARE PULLED TOO, TO A RESULTS WORK FILE, AND
000254*                   EVERY CUT READ IS BALANCED TO ITS CATALOG
000256*                   COUNT AND HASH TOTAL.
000258* 08/25/2022 FG    A START AND AN END EVENT, WITH THE RUN
000260*                   IDENTIFIER, RECORD COUNTS AND CONDITION
000262*                   CODE, ARE APPENDED TO THE SHARED EVENT LOG
000264*                   FOR THE MORNING STATUS REPORT.
000266* 09/22/2022 FG    EACH CATALOGED CUT IS NOW ALLOCATED TO THE
000268*                   ARCHIN DD THROUGH THE BPXWDYN DYNAMIC
000270*                   ALLOCATION SERVICE AND FREED AFTER IT IS
000272*                   READ.  A CUT THE SERVICE CANNOT ALLOCATE IS
000274*                   REPORTED MISSING.
000276 IDENTIFICATION DIVISION.
000278 PROGRAM-ID. ARCHIVE-RETRIEVE.
000280 AUTHOR. FRANK GLASER.
000290 INSTALLATION. OPERATIONS RESEARCH GROUP.
000300 DATE-WRITTEN. 03/24/2022.
000360 OBJECT-COMPUTER. GENERIC.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*    ARCHIVE CATALOG WRITTEN BY LOG-ARCHIVE - ONE ENTRY PER
000400*    CUT, OLDEST FIRST.
000410     SELECT CATALOG-FILE ASSIGN TO "ARCCATLG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000435         FILE STATUS IS CG-FILE-STATUS.
000440*    THE CUT BEING READ - ALLOCATED TO EACH CATALOGED DATASET
000445*    IN TURN BY 2300-OPEN-CUT, SO NO ARCHIN DD IS CODED IN THE
000450*    JCL.  AUDIT CUTS USE THE FIRST 100 BYTES OF THE RECORD.
000455     SELECT ARCHIN-FILE ASSIGN TO "ARCHIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AI-FILE-STATUS.
000480*    RETRIEVED AUDIT RECORDS IN THE 100-BYTE AUDITLOG LAYOUT -
000580*    POINT THE INQUIRY PROGRAM'S AUDITLOG DD AT THIS FILE.
000590     SELECT WORK-FILE ASSIGN TO "AUDWORK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WK-FILE-STATUS.
000612*    RETRIEVED RESULTS ROWS IN THE 132-BYTE RESULTS LAYOUT.
000614     SELECT RESULT-WORK-FILE ASSIGN TO "RESWORK"
000616         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS RW-FILE-STATUS.
000620*    ONE-CARD DATE RANGE - SEE 1100-PARSE-RANGE-CARD.
000630     SELECT RETCTL-FILE ASSIGN TO "RETCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000670     SELECT REPORT-FILE ASSIGN TO "RETRPT"
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
000721 FD  CATALOG-FILE
000722         RECORD CONTAINS 120 CHARACTERS.
000723 01  CATALOG-RECORD.
000724     05  CT-DSN                    PIC X(44).
000725     05  FILLER                    PIC X(01).
000726     05  CT-FILE-TYPE              PIC X(03).
000727         88  CT-AUDIT-CUT          VALUE "AUD".
000728         88  CT-RESULT-CUT         VALUE "RES".
000729     05  FILLER                    PIC X(01).
000730     05  CT-FIRST-DATE             PIC 9(08).
000731     05  FILLER                    PIC X(01).
000732     05  CT-LAST-DATE              PIC 9(08).
000733     05  FILLER                    PIC X(01).
000734     05  CT-RECORD-COUNT           PIC 9(09).
000735     05  FILLER                    PIC X(01).
000736     05  CT-HASH-TOTAL             PIC 9(15).
000737     05  FILLER                    PIC X(01).
000738     05  CT-CUTOFF-DATE            PIC 9(08).
000739     05  FILLER                    PIC X(01).
000740     05  CT-CUT-DATE               PIC 9(08).
000741     05  FILLER                    PIC X(10).
000760
000770 FD  ARCHIN-FILE
000780         RECORD CONTAINS 132 CHARACTERS.
000790 01  ARCHIN-RECORD                 PIC X(132).
000920
000930 FD  WORK-FILE
000940         RECORD CONTAINS 100 CHARACTERS.
000950 01  WORK-RECORD                   PIC X(100).
000952
000954 FD  RESULT-WORK-FILE
000956         RECORD CONTAINS 132 CHARACTERS.
000958 01  RESULT-WORK-RECORD            PIC X(132).
000960
000970 FD  RETCTL-FILE
000980         RECORD CONTAINS 80 CHARACTERS.
001020         RECORD CONTAINS 132 CHARACTERS.
001030 01  REPORT-RECORD                 PIC X(132).
001040
001042 FD  EVENT-LOG-FILE
001044         RECORD CONTAINS 80 CHARACTERS.
001046 01  EVENT-LOG-RECORD              PIC X(80).
001048
001050 WORKING-STORAGE SECTION.
001060* ---------------------------------------------------------------
001070* FILE STATUS FIELDS
001080* ---------------------------------------------------------------
001090 77  CG-FILE-STATUS                PIC X(02).
001100     88  CG-FILE-OK                VALUE "00".
001110     88  CG-FILE-EOF               VALUE "10".
001120
001130 77  AI-FILE-STATUS                PIC X(02).
001140     88  AI-FILE-OK                VALUE "00".
001150     88  AI-FILE-NOT-FOUND         VALUE "35".
001280
001290 77  WK-FILE-STATUS                PIC X(02).
001300     88  WK-FILE-OK                VALUE "00".
001302
001304 77  RW-FILE-STATUS                PIC X(02).
001306     88  RW-FILE-OK                VALUE "00".
001310
001320 77  RC-FILE-STATUS                PIC X(02).
001330     88  RC-FILE-OK                VALUE "00".
001380 77  RET-ABORT-SWITCH              PIC X(01) VALUE "N".
001390     88  RET-ABORT                 VALUE "Y".
001400
001402* ---------------------------------------------------------------
001404* DYNAMIC ALLOCATION - THE ALLOC AND FREE REQUESTS PASSED TO
001406* BPXWDYN AS A HALFWORD LENGTH FOLLOWED BY THE REQUEST TEXT.
001408* A NONZERO RETURN CODE FROM THE SERVICE MEANS THE CUT COULD
001410* NOT BE ALLOCATED - NOT CATALOGED, OR MIGRATED AND NOT
001412* RECALLED.
001414* ---------------------------------------------------------------
001416 01  RET-DYNALLOC-REQUEST.
001418     05  RET-DYNALLOC-LENGTH       PIC S9(04) COMP.
001420     05  RET-DYNALLOC-TEXT         PIC X(100).
001422 77  RET-DYNALLOC-POINTER          PIC 9(03) COMP.
001424 77  RET-DYNALLOC-RC               PIC S9(09) COMP.
001426 77  RET-DYNALLOC-RC-SHOW          PIC -(09)9.
001428 77  RET-ALLOCATED-SWITCH          PIC X(01) VALUE "N".
001430     88  RET-CUT-ALLOCATED         VALUE "Y".
001432
001434* ---------------------------------------------------------------
001436* DATE RANGE - THE RETCTL CARD READS
001438* DATERANGE,YYYYMMDD,YYYYMMDD, THE SAME CARD THE INQUIRY
001440* PROGRAM TAKES, SO THE TWO JOBS CAN SHARE ONE SET OF DATES.
001443* AN OPTIONAL FOURTH FIELD OF AUD OR RES PULLS ONLY THAT KIND
001446* OF CUT; LEFT OFF, BOTH ARE PULLED.
001450* ---------------------------------------------------------------
001460 77  RET-CARD-LINE                 PIC X(80).
001470 77  RET-CARD-VERB                 PIC X(10).
001480 77  RET-PARM-1                    PIC X(10).
001490 77  RET-PARM-2                    PIC X(10).
001495 77  RET-PARM-3                    PIC X(10).
001500 77  RET-FROM-DATE                 PIC 9(08) VALUE 0.
001510 77  RET-TO-DATE                   PIC 9(08) VALUE 99999999.
001512 77  RET-TYPE-SWITCH               PIC X(03) VALUE SPACES.
001514     88  RET-PULL-BOTH             VALUE SPACES.
001516     88  RET-PULL-AUDIT            VALUE "AUD".
001518     88  RET-PULL-RESULTS          VALUE "RES".
001520
001530* ---------------------------------------------------------------
001538* WORK COPY OF THE RECORD IN FLIGHT.  A RESULTS ROW WRITTEN
001546* BEFORE THE RUN-DATE COLUMN EXISTED DOES NOT START WITH
001554* EIGHT DIGITS, IS DATED ZERO, AND SO IS ONLY PULLED BY A
001562* RANGE THAT STARTS AT ZERO.
001570* ---------------------------------------------------------------
001580 01  RET-WORK-LINE.
001582     05  RW-DATE                   PIC X(08).
001584     05  FILLER                    PIC X(124).
001586 77  RET-RECORD-DATE               PIC 9(08).
001588
001590* ---------------------------------------------------------------
001592* HASH TOTAL - THE CHOICES AND CHOSEN COLUMNS OF EVERY RECORD
001594* IN THE CUT, SUMMED EXACTLY AS LOG-ARCHIVE SUMMED THEM WHEN IT
001596* CATALOGED THE CUT.
001598* ---------------------------------------------------------------
001600 01  RET-HASH-WORK.
001602     05  RET-HASH-FIELD            PIC X(05).
001604     05  RET-HASH-NUMBER           REDEFINES RET-HASH-FIELD
001606                                   PIC 9(05).
001608 77  RET-HASH-ROW                  PIC 9(06) VALUE 0.
001610
001620* ---------------------------------------------------------------
001630* CURRENT-CUT CONTROLS AND PER-CUT TOTALS - RESET AT THE TOP
001640* OF EACH ARCHIVE CUT AND PRINTED AS ONE SUMMARY LINE WHEN
001650* THE CUT IS DRAINED.
001660* ---------------------------------------------------------------
001690 77  RET-FILE-EOF-SWITCH           PIC X(01) VALUE "N".
001700     88  RET-FILE-EOF              VALUE "Y".
001710 77  RET-CUT-READ                  PIC 9(09) COMP VALUE 0.
001720 77  RET-CUT-SELECTED              PIC 9(09) COMP VALUE 0.
001725 77  RET-CUT-HASH                  PIC 9(15) VALUE 0.
001730 77  RET-CUT-LOW-DATE              PIC 9(08) VALUE 99999999.
001740 77  RET-CUT-HIGH-DATE             PIC 9(08) VALUE 0.
001750
001760* ---------------------------------------------------------------
001770* RUN TOTALS
001780* ---------------------------------------------------------------
001786 77  RET-CATALOG-READ              PIC 9(09) COMP VALUE 0.
001792 77  RET-CUTS-READ                 PIC 9(09) COMP VALUE 0.
001798 77  RET-CUTS-MISSING              PIC 9(09) COMP VALUE 0.
001804 77  RET-CUTS-OUT-OF-BALANCE       PIC 9(09) COMP VALUE 0.
001810 77  RET-RECORDS-READ              PIC 9(09) COMP VALUE 0.
001816 77  RET-AUDIT-WRITTEN             PIC 9(09) COMP VALUE 0.
001822 77  RET-RESULTS-WRITTEN           PIC 9(09) COMP VALUE 0.
001830
001840* ---------------------------------------------------------------
001850* SUMMARY REPORT PRINT LINES
001860* ---------------------------------------------------------------
001870 77  CURR-DATE                     PIC 9(08).
001880 77  CURR-TIME                     PIC 9(08).
001882 77  RET-PAGE-NO                   PIC 9(03) COMP VALUE 0.
001884 77  RET-LINE-COUNT                PIC 9(03) COMP VALUE 99.
001886 77  RET-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
001890
001900 01  RET-HEADING-1.
001910     05  FILLER                    PIC X(11) VALUE "ARCPULL    ".
001920     05  FILLER                    PIC X(40) VALUE
001930         "ARCHIVE RETRIEVAL FOR AUDIT INQUIRY".
001933     05  FILLER                    PIC X(05) VALUE "PAGE ".
001936     05  RET-HDG-PAGE              PIC ZZ9.
001940
001950 01  RET-HEADING-2.
001960     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
002010     05  RET-HDG-FROM              PIC 9(08).
002020     05  FILLER                    PIC X(03) VALUE " - ".
002030     05  RET-HDG-TO                PIC 9(08).
002033     05  FILLER                    PIC X(08) VALUE "  CUTS: ".
002036     05  RET-HDG-TYPE              PIC X(04).
002040
002050 01  RET-COLUMN-LINE.
002055     05  FILLER                    PIC X(44) VALUE
002060         "ARCHIVE CUT".
002065     05  FILLER                    PIC X(05) VALUE " TYPE".
002070     05  FILLER                    PIC X(15) VALUE
002080         "  RECORDS READ".
002090     05  FILLER                    PIC X(12) VALUE "    SELECTED".
002100     05  FILLER                    PIC X(12) VALUE "  FIRST DATE".
002110     05  FILLER                    PIC X(12) VALUE "   LAST DATE".
002115     05  FILLER                    PIC X(09) VALUE "  BALANCE".
002120
002130 01  RET-CUT-LINE.
002136     05  RD-DSN                    PIC X(44).
002142     05  FILLER                    PIC X(01) VALUE SPACES.
002148     05  RD-FILE-TYPE              PIC X(03).
002154     05  FILLER                    PIC X(07) VALUE SPACES.
002160     05  RD-READ                   PIC Z(08)9.
002170     05  FILLER                    PIC X(03) VALUE SPACES.
002180     05  RD-SELECTED               PIC Z(08)9.
002200     05  RD-LOW-DATE               PIC X(08).
002210     05  FILLER                    PIC X(04) VALUE SPACES.
002220     05  RD-HIGH-DATE              PIC X(08).
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  RD-BALANCE                PIC X(15).
002290
002300 01  RET-COUNT-LINE.
002310     05  FILLER                    PIC X(05) VALUE SPACES.
002312     05  RET-COUNT-LABEL           PIC X(40).
002314     05  RET-COUNT-VALUE           PIC Z(08)9.
002316
002318* ---------------------------------------------------------------
002320* SHARED EVENT LOG LINE - FIXED COLUMNS, THE SAME IN EVERY
002322* PROGRAM THAT WRITES ONE.  THE RUN IDENTIFIER IS THE START
002324* DATE AND TIME, CARRIED ON BOTH THE START AND THE END LINE SO
002326* THE MORNING STATUS REPORT CAN PAIR THEM UP.
002328* ---------------------------------------------------------------
002330 77  EV-FILE-STATUS                PIC X(02).
002332     88  EV-FILE-OK                VALUE "00".
002334     88  EV-FILE-NOT-FOUND         VALUE "35".
002336 01  EVENT-RUN-ID.
002338     05  ERI-DATE                  PIC 9(08).
002340     05  ERI-TIME                  PIC 9(06).
002342 01  EVENT-LOG-LINE.
002344     05  EL-PROGRAM                PIC X(08).
002346     05  FILLER                    PIC X(01) VALUE SPACE.
002348     05  EL-RUN-ID                 PIC 9(14).
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002352     05  EL-EVENT                  PIC X(05).
002354     05  FILLER                    PIC X(01) VALUE SPACE.
002356     05  EL-DATE                   PIC 9(08).
002358     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  EL-TIME                   PIC 9(08).
002362     05  FILLER                    PIC X(01) VALUE SPACE.
002364     05  EL-RECORDS-IN             PIC 9(09).
002366     05  FILLER                    PIC X(01) VALUE SPACE.
002368     05  EL-RECORDS-OUT            PIC 9(09).
002370     05  FILLER                    PIC X(01) VALUE SPACE.
002372     05  EL-COND-CODE              PIC 9(04).
002374
002376 PROCEDURE DIVISION.
002378* ===============================================================
002380* 0000-MAIN-PROCEDURE - ENTRY POINT
002382* ===============================================================
002390 0000-MAIN-PROCEDURE.
002395     PERFORM 9700-LOG-START-EVENT THRU 9700-EXIT.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF RET-ABORT
002420         GO TO 0000-TERMINATE
002430     END-IF.
002440     PERFORM 2000-READ-CATALOG THRU 2000-EXIT.
002450     PERFORM 2100-PROCESS-CATALOG-ENTRY THRU 2100-EXIT
002460         UNTIL CG-FILE-EOF OR RET-ABORT.
002490     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
002495     CLOSE CATALOG-FILE.
002500     CLOSE WORK-FILE.
002505     CLOSE RESULT-WORK-FILE.
002510     CLOSE REPORT-FILE.
002520 0000-TERMINATE.
002528*    16 COULD NOT RUN; 8 A CATALOGED CUT WAS MISSING OR DID NOT
002536*    BALANCE TO ITS CATALOG ENTRY; 4 THE RANGE FOUND NOTHING IN
002544*    ANY CUT (THE MONTH MAY STILL BE ONLINE); 0 RECORDS
002552*    RETRIEVED.
002560     EVALUATE TRUE
002570         WHEN RET-ABORT
002580             MOVE 16 TO RETURN-CODE
002584         WHEN RET-CUTS-MISSING > 0
002588                 OR RET-CUTS-OUT-OF-BALANCE > 0
002592             MOVE 8 TO RETURN-CODE
002596         WHEN RET-AUDIT-WRITTEN = 0 AND RET-RESULTS-WRITTEN = 0
002600             MOVE 4 TO RETURN-CODE
002610         WHEN OTHER
002620             MOVE 0 TO RETURN-CODE
002630     END-EVALUATE.
002635     PERFORM 9750-LOG-END-EVENT THRU 9750-EXIT.
002640     STOP RUN.
002650
002660* ---------------------------------------------------------------
002670* 1000-INITIALIZE - PARSE THE RANGE CARD, OPEN THE CATALOG,
002680* THE WORK FILES AND THE SUMMARY REPORT.
002690* ---------------------------------------------------------------
002700 1000-INITIALIZE.
002710     MOVE SPACES TO RET-CARD-LINE.
002830     IF RET-ABORT
002840         GO TO 1000-EXIT
002850     END-IF.
002851     OPEN INPUT CATALOG-FILE.
002852     IF NOT CG-FILE-OK
002853         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG - STATUS "
002854             CG-FILE-STATUS
002855         SET RET-ABORT TO TRUE
002856         GO TO 1000-EXIT
002857     END-IF.
002860     OPEN OUTPUT WORK-FILE.
002868     OPEN OUTPUT RESULT-WORK-FILE.
002876     IF NOT WK-FILE-OK OR NOT RW-FILE-OK
002884         DISPLAY "UNABLE TO OPEN WORK FILES - STATUS "
002892             WK-FILE-STATUS " " RW-FILE-STATUS
002900         SET RET-ABORT TO TRUE
002905         CLOSE CATALOG-FILE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     OPEN OUTPUT REPORT-FILE.
002950         DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
002960             RP-FILE-STATUS
002970         SET RET-ABORT TO TRUE
002975         CLOSE CATALOG-FILE
002980         CLOSE WORK-FILE
002985         CLOSE RESULT-WORK-FILE
002990         GO TO 1000-EXIT
003000     END-IF.
003006     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
003012     ACCEPT CURR-TIME FROM TIME.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-PARSE-RANGE-CARD.
003056     MOVE SPACES TO RET-CARD-VERB RET-PARM-1 RET-PARM-2
003062         RET-PARM-3.
003070     UNSTRING RET-CARD-LINE DELIMITED BY ","
003080         INTO RET-CARD-VERB RET-PARM-1 RET-PARM-2 RET-PARM-3
003090     END-UNSTRING.
003100     IF RET-CARD-VERB NOT = "DATERANGE"
003110             OR RET-PARM-1 (1:8) NOT NUMERIC
003160     END-IF.
003170     MOVE RET-PARM-1 (1:8) TO RET-FROM-DATE.
003180     MOVE RET-PARM-2 (1:8) TO RET-TO-DATE.
003181     MOVE RET-PARM-3 (1:3) TO RET-TYPE-SWITCH.
003182     IF NOT RET-PULL-BOTH AND NOT RET-PULL-AUDIT
003183             AND NOT RET-PULL-RESULTS
003184         DISPLAY "INVALID RETCTL CARD: " RET-CARD-LINE
003185         SET RET-ABORT TO TRUE
003186     END-IF.
003190 1100-EXIT.
003200     EXIT.
003210
003220* ---------------------------------------------------------------
003230* 2000 SERIES - CATALOG DRIVER.  A CUT IS READ WHEN IT IS OF A
003240* KIND BEING PULLED, HOLDS RECORDS, AND ITS FIRST-TO-LAST DATES
003250* OVERLAP THE RANGE.  EVERY OTHER ENTRY IS PASSED OVER.
003270* ---------------------------------------------------------------
003274 2000-READ-CATALOG.
003278     READ CATALOG-FILE
003282         AT END
003286             SET CG-FILE-EOF TO TRUE
003290         NOT AT END
003294             ADD 1 TO RET-CATALOG-READ
003298     END-READ.
003302 2000-EXIT.
003306     EXIT.
003310
003314 2100-PROCESS-CATALOG-ENTRY.
003318     IF (CT-AUDIT-CUT AND NOT RET-PULL-RESULTS)
003322             OR (CT-RESULT-CUT AND NOT RET-PULL-AUDIT)
003326         IF CT-RECORD-COUNT > 0
003330                 AND CT-FIRST-DATE <= RET-TO-DATE
003334                 AND CT-LAST-DATE >= RET-FROM-DATE
003338             PERFORM 2200-PROCESS-CUT THRU 2200-EXIT
003342         END-IF
003350     END-IF.
003351     PERFORM 2000-READ-CATALOG THRU 2000-EXIT.
003352 2100-EXIT.
003353     EXIT.
003354
003355* 2200-PROCESS-CUT - OPENS THE CATALOGED DATASET, DRAINS IT
003356* THROUGH THE SELECTION PARAGRAPH, AND PRINTS ITS SUMMARY LINE.
003357* A CATALOGED CUT THAT NO LONGER EXISTS IS REPORTED MISSING.
003358 2200-PROCESS-CUT.
003359     MOVE "N" TO RET-FILE-EOF-SWITCH.
003360     MOVE 0 TO RET-CUT-READ RET-CUT-SELECTED RET-CUT-HASH.
003361     MOVE 99999999 TO RET-CUT-LOW-DATE.
003362     MOVE 0 TO RET-CUT-HIGH-DATE.
003363     PERFORM 2300-OPEN-CUT THRU 2300-EXIT.
003364     IF RET-ABORT
003365         GO TO 2200-EXIT
003366     END-IF.
003367     IF NOT RET-CUT-ALLOCATED OR AI-FILE-NOT-FOUND
003368         IF RET-CUT-ALLOCATED
003369             PERFORM 2350-FREE-CUT THRU 2350-EXIT
003370         END-IF
003371         ADD 1 TO RET-CUTS-MISSING
003372         MOVE "MISSING" TO RD-BALANCE
003373         PERFORM 7000-PRINT-CUT-LINE THRU 7000-EXIT
003374         GO TO 2200-EXIT
003375     END-IF.
003376     IF NOT AI-FILE-OK
003377         DISPLAY "UNABLE TO OPEN " CT-DSN " - STATUS "
003378             AI-FILE-STATUS
003390         SET RET-ABORT TO TRUE
003396         PERFORM 2350-FREE-CUT THRU 2350-EXIT
003402         GO TO 2200-EXIT
003410     END-IF.
003420     ADD 1 TO RET-CUTS-READ.
003430     PERFORM 2400-READ-CUT THRU 2400-EXIT.
003440     PERFORM 2500-SELECT-ARCHIVE-RECORD THRU 2500-EXIT
003450         UNTIL RET-FILE-EOF.
003451     CLOSE ARCHIN-FILE.
003452     PERFORM 2350-FREE-CUT THRU 2350-EXIT.
003453     IF RET-CUT-READ = CT-RECORD-COUNT
003454             AND RET-CUT-HASH = CT-HASH-TOTAL
003455         MOVE "OK" TO RD-BALANCE
003456     ELSE
003457         ADD 1 TO RET-CUTS-OUT-OF-BALANCE
003458         MOVE "OUT OF BALANCE" TO RD-BALANCE
003459         DISPLAY "CUT " CT-DSN " OUT OF BALANCE - COUNT "
003460             RET-CUT-READ " HASH " RET-CUT-HASH
003461     END-IF.
003470     PERFORM 7000-PRINT-CUT-LINE THRU 7000-EXIT.
004500 2200-EXIT.
004510     EXIT.
004520
004527* 2300-OPEN-CUT - ALLOCATES THE CATALOGED NAME TO THE ARCHIN
004534* DD, SHARED, AND OPENS IT.  REUSE REPLACES ANY ALLOCATION
004541* LEFT BEHIND BY A CUT THAT COULD NOT BE FREED.
004548 2300-OPEN-CUT.
004555     MOVE "N" TO RET-ALLOCATED-SWITCH.
004562     MOVE SPACES TO RET-DYNALLOC-TEXT.
004569     MOVE 1 TO RET-DYNALLOC-POINTER.
004576     STRING "ALLOC DD(ARCHIN) DSN('" DELIMITED BY SIZE
004583         CT-DSN DELIMITED BY SPACE
004590         "') SHR REUSE" DELIMITED BY SIZE
004597         INTO RET-DYNALLOC-TEXT
004604         WITH POINTER RET-DYNALLOC-POINTER
004611     END-STRING.
004618     PERFORM 2390-CALL-DYNALLOC THRU 2390-EXIT.
004625     IF RET-DYNALLOC-RC NOT = 0
004632         MOVE RET-DYNALLOC-RC TO RET-DYNALLOC-RC-SHOW
004639         DISPLAY "UNABLE TO ALLOCATE " CT-DSN " - BPXWDYN RC "
004646             RET-DYNALLOC-RC-SHOW
004653         GO TO 2300-EXIT
004660     END-IF.
004667     SET RET-CUT-ALLOCATED TO TRUE.
004669     OPEN INPUT ARCHIN-FILE.
004671 2300-EXIT.
004673     EXIT.
004675
004677* 2350-FREE-CUT - RELEASES THE ARCHIN ALLOCATION SO THE NEXT
004679* CUT CAN TAKE THE DD.  A FAILED FREE IS ONLY DISPLAYED - THE
004681* NEXT ALLOC REUSES THE DD REGARDLESS.
004683 2350-FREE-CUT.
004685     MOVE SPACES TO RET-DYNALLOC-TEXT.
004687     MOVE 1 TO RET-DYNALLOC-POINTER.
004689     STRING "FREE DD(ARCHIN)" DELIMITED BY SIZE
004691         INTO RET-DYNALLOC-TEXT
004693         WITH POINTER RET-DYNALLOC-POINTER
004695     END-STRING.
004697     PERFORM 2390-CALL-DYNALLOC THRU 2390-EXIT.
004699     IF RET-DYNALLOC-RC NOT = 0
004701         MOVE RET-DYNALLOC-RC TO RET-DYNALLOC-RC-SHOW
004703         DISPLAY "UNABLE TO FREE " CT-DSN " - BPXWDYN RC "
004705             RET-DYNALLOC-RC-SHOW
004707     END-IF.
004709     MOVE "N" TO RET-ALLOCATED-SWITCH.
004711 2350-EXIT.
004713     EXIT.
004715
004717* 2390-CALL-DYNALLOC - PASSES THE REQUEST BUILT IN
004719* RET-DYNALLOC-TEXT.  THE SERVICE'S RETURN CODE IS TAKEN OFF
004721* RETURN-CODE AND THE REGISTER CLEARED, SO IT CANNOT LEAK INTO
004723* THE STEP'S CONDITION CODE.  A SERVICE THAT CANNOT BE LOADED
004725* ENDS THE RUN 16.
004727 2390-CALL-DYNALLOC.
004729     COMPUTE RET-DYNALLOC-LENGTH = RET-DYNALLOC-POINTER - 1.
004731     CALL "BPXWDYN" USING RET-DYNALLOC-REQUEST
004733         ON EXCEPTION
004735             DISPLAY "BPXWDYN DYNAMIC ALLOCATION NOT AVAILABLE"
004737             SET RET-ABORT TO TRUE
004739             MOVE -1 TO RETURN-CODE
004741     END-CALL.
004743     MOVE RETURN-CODE TO RET-DYNALLOC-RC.
004745     MOVE 0 TO RETURN-CODE.
004747 2390-EXIT.
004749     EXIT.
004751
004753 2400-READ-CUT.
004755     MOVE SPACES TO RET-WORK-LINE.
004757     READ ARCHIN-FILE INTO RET-WORK-LINE
004759         AT END
004761             SET RET-FILE-EOF TO TRUE
004763         NOT AT END
004765             ADD 1 TO RET-CUT-READ
004767             ADD 1 TO RET-RECORDS-READ
004770     END-READ.
004780 2400-EXIT.
004790     EXIT.
004800
004810* 2500-SELECT-ARCHIVE-RECORD - EVERY RECORD GOES INTO THE CUT'S
004820* HASH; RECORDS IN THE RANGE ARE COPIED TO THE MATCHING WORK
004830* FILE UNCHANGED, SO EVERY COLUMN THE INQUIRY PROGRAM KNOWS
004840* ABOUT ARRIVES EXACTLY AS ARCHIVED.
005240 2500-SELECT-ARCHIVE-RECORD.
005243     PERFORM 2600-HASH-RECORD THRU 2600-EXIT.
005246     IF RW-DATE NUMERIC
005249         MOVE RW-DATE TO RET-RECORD-DATE
005252     ELSE
005255         MOVE 0 TO RET-RECORD-DATE
005258     END-IF.
005261     IF RET-RECORD-DATE < RET-FROM-DATE
005264             OR RET-RECORD-DATE > RET-TO-DATE
005267         GO TO 2500-READ-NEXT
005270     END-IF.
005273     IF CT-AUDIT-CUT
005280         WRITE WORK-RECORD FROM RET-WORK-LINE
005290         IF NOT WK-FILE-OK
005300             DISPLAY "UNABLE TO WRITE WORK FILE - STATUS "
005330             SET RET-FILE-EOF TO TRUE
005340             GO TO 2500-EXIT
005350         END-IF
005355         ADD 1 TO RET-AUDIT-WRITTEN
005360     ELSE
005365         WRITE RESULT-WORK-RECORD FROM RET-WORK-LINE
005370         IF NOT RW-FILE-OK
005375             DISPLAY "UNABLE TO WRITE RESULTS WORK FILE - STATUS "
005380                 RW-FILE-STATUS
005385             SET RET-ABORT TO TRUE
005390             SET RET-FILE-EOF TO TRUE
005395             GO TO 2500-EXIT
005400         END-IF
005410         ADD 1 TO RET-RESULTS-WRITTEN
005440     END-IF.
005442     ADD 1 TO RET-CUT-SELECTED.
005444     IF RET-RECORD-DATE < RET-CUT-LOW-DATE
005446         MOVE RET-RECORD-DATE TO RET-CUT-LOW-DATE
005448     END-IF.
005450     IF RET-RECORD-DATE > RET-CUT-HIGH-DATE
005452         MOVE RET-RECORD-DATE TO RET-CUT-HIGH-DATE
005454     END-IF.
005456 2500-READ-NEXT.
005458     PERFORM 2400-READ-CUT THRU 2400-EXIT.
005460 2500-EXIT.
005462     EXIT.
005464
005466* 2600-HASH-RECORD - CHOICES AND CHOSEN ARE AT COLUMNS 23 AND 29
005468* OF AN AUDIT RECORD, 14 AND 20 OF A DATED RESULTS ROW, AND
005470* NINE COLUMNS EARLIER ON A LEGACY RESULTS ROW.
005472 2600-HASH-RECORD.
005474     MOVE 0 TO RET-HASH-ROW.
005476     EVALUATE TRUE
005478         WHEN CT-AUDIT-CUT
005480             MOVE RET-WORK-LINE (23:5) TO RET-HASH-FIELD
005482             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005484             MOVE RET-WORK-LINE (29:5) TO RET-HASH-FIELD
005486             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005488         WHEN RW-DATE NUMERIC
005490             MOVE RET-WORK-LINE (14:5) TO RET-HASH-FIELD
005492             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005494             MOVE RET-WORK-LINE (20:5) TO RET-HASH-FIELD
005496             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005498         WHEN OTHER
005500             MOVE RET-WORK-LINE (5:5) TO RET-HASH-FIELD
005502             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005504             MOVE RET-WORK-LINE (11:5) TO RET-HASH-FIELD
005506             PERFORM 2650-ADD-HASH-FIELD THRU 2650-EXIT
005508     END-EVALUATE.
005510     ADD RET-HASH-ROW TO RET-CUT-HASH.
005512 2600-EXIT.
005514     EXIT.
005516
005518 2650-ADD-HASH-FIELD.
005520     INSPECT RET-HASH-FIELD REPLACING LEADING SPACE BY ZERO.
005522     IF RET-HASH-NUMBER NUMERIC
005524         ADD RET-HASH-NUMBER TO RET-HASH-ROW
005526     END-IF.
005528 2650-EXIT.
005530     EXIT.
005532
005534* ---------------------------------------------------------------
005536* 7000 SERIES - PER-CUT SUMMARY LINES
005538* ---------------------------------------------------------------
005540 7000-PRINT-CUT-LINE.
005542     MOVE CT-DSN TO RD-DSN.
005544     MOVE CT-FILE-TYPE TO RD-FILE-TYPE.
005546     MOVE RET-CUT-READ TO RD-READ.
005550     MOVE RET-CUT-SELECTED TO RD-SELECTED.
005560     IF RET-CUT-SELECTED > 0
005570         MOVE RET-CUT-LOW-DATE TO RD-LOW-DATE
005600         MOVE SPACES TO RD-LOW-DATE
005610         MOVE SPACES TO RD-HIGH-DATE
005620     END-IF.
005622     IF RET-LINE-COUNT > RET-LINES-PER-PAGE
005624         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005626     END-IF.
005630     WRITE REPORT-RECORD FROM RET-CUT-LINE
005640         AFTER ADVANCING 1 LINE.
005650     IF NOT RP-FILE-OK
005660         DISPLAY "UNABLE TO WRITE RETRIEVAL SUMMARY - STATUS "
005670             RP-FILE-STATUS
005680     END-IF.
005685     ADD 1 TO RET-LINE-COUNT.
005690 7000-EXIT.
005780     EXIT.
005790
005800* ---------------------------------------------------------------
005810* 8000 SERIES - RUN TOTALS AND REPORT HEADINGS
005820* ---------------------------------------------------------------
005830 8000-PRINT-RUN-TOTALS.
005832     IF RET-LINE-COUNT > RET-LINES-PER-PAGE - 9
005834         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005836     END-IF.
005840     MOVE SPACES TO REPORT-RECORD.
005850     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005852     MOVE "CATALOG ENTRIES READ" TO RET-COUNT-LABEL.
005854     MOVE RET-CATALOG-READ TO RET-COUNT-VALUE.
005856     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005860     MOVE "ARCHIVE CUTS READ" TO RET-COUNT-LABEL.
005870     MOVE RET-CUTS-READ TO RET-COUNT-VALUE.
005880     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005885     MOVE "ARCHIVE CUTS MISSING" TO RET-COUNT-LABEL.
005890     MOVE RET-CUTS-MISSING TO RET-COUNT-VALUE.
005895     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005900     MOVE "ARCHIVE CUTS OUT OF BALANCE" TO RET-COUNT-LABEL.
005905     MOVE RET-CUTS-OUT-OF-BALANCE TO RET-COUNT-VALUE.
005910     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005920     MOVE "ARCHIVE RECORDS READ" TO RET-COUNT-LABEL.
005930     MOVE RET-RECORDS-READ TO RET-COUNT-VALUE.
005940     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005950     MOVE "RECORDS WRITTEN TO AUDIT WORK FILE" TO RET-COUNT-LABEL.
005960     MOVE RET-AUDIT-WRITTEN TO RET-COUNT-VALUE.
005970     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005973     MOVE "RECORDS WRITTEN TO RESULTS WORK FILE"
005976         TO RET-COUNT-LABEL.
005979     MOVE RET-RESULTS-WRITTEN TO RET-COUNT-VALUE.
005982     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
005985     IF RET-AUDIT-WRITTEN = 0 AND RET-RESULTS-WRITTEN = 0
005990         DISPLAY "NO ARCHIVED RECORDS IN RANGE "
006000             RET-FROM-DATE " - " RET-TO-DATE
006010     END-IF.
006030     EXIT.
006040
006050 8100-PRINT-HEADINGS.
006060     ADD 1 TO RET-PAGE-NO.
006070     MOVE RET-PAGE-NO TO RET-HDG-PAGE.
006080     MOVE CURR-DATE TO RET-HDG-DATE.
006090     MOVE CURR-TIME TO RET-HDG-TIME.
006100     MOVE RET-FROM-DATE TO RET-HDG-FROM.
006110     MOVE RET-TO-DATE TO RET-HDG-TO.
006111     IF RET-PULL-BOTH
006112         MOVE "BOTH" TO RET-HDG-TYPE
006113     ELSE
006114         MOVE RET-TYPE-SWITCH TO RET-HDG-TYPE
006115     END-IF.
006120     WRITE REPORT-RECORD FROM RET-HEADING-1
006130         AFTER ADVANCING PAGE.
006140     WRITE REPORT-RECORD FROM RET-HEADING-2
006190         AFTER ADVANCING 1 LINE.
006200     MOVE SPACES TO REPORT-RECORD.
006210     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006215     MOVE 5 TO RET-LINE-COUNT.
006220 8100-EXIT.
006230     EXIT.
006240
006290         DISPLAY "UNABLE TO WRITE RETRIEVAL SUMMARY - STATUS "
006300             RP-FILE-STATUS
006310     END-IF.
006315     ADD 1 TO RET-LINE-COUNT.
006320 8200-EXIT.
006330     EXIT.
006340
006350* ---------------------------------------------------------------
006360* 9700 SERIES - SHARED EVENT LOG.  A START LINE GOES OUT AS THE
006370* RUN BEGINS AND AN END LINE, WITH THE RECORD COUNTS AND THE
006380* CONDITION CODE JUST SET, AS IT FINISHES.  THE FILE IS OPENED
006390* AND CLOSED AROUND EACH LINE WITH THE SAME APPEND-OR-CREATE
006400* PATTERN AS THE OTHER SHARED LOGS.  AN EVENT LOG PROBLEM IS
006410* DISPLAYED BUT NEVER STOPS THE RUN OR CHANGES ITS CONDITION
006420* CODE - THE MORNING STATUS REPORT WILL SHOW THE GAP INSTEAD.
006430* ---------------------------------------------------------------
006440 9700-LOG-START-EVENT.
006450     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
006460     ACCEPT CURR-TIME FROM TIME.
006470     MOVE CURR-DATE TO ERI-DATE.
006480     MOVE CURR-TIME (1:6) TO ERI-TIME.
006490     MOVE "START" TO EL-EVENT.
006500     MOVE 0 TO EL-RECORDS-IN EL-RECORDS-OUT EL-COND-CODE.
006510     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
006520 9700-EXIT.
006530     EXIT.
006540
006550 9750-LOG-END-EVENT.
006560     MOVE "END" TO EL-EVENT.
006570     MOVE RET-RECORDS-READ TO EL-RECORDS-IN.
006580     COMPUTE EL-RECORDS-OUT = RET-AUDIT-WRITTEN
006590         + RET-RESULTS-WRITTEN.
006600     MOVE RETURN-CODE TO EL-COND-CODE.
006610     PERFORM 9790-WRITE-EVENT-RECORD THRU 9790-EXIT.
006620 9750-EXIT.
006630     EXIT.
006640
006650 9790-WRITE-EVENT-RECORD.
006660     OPEN EXTEND EVENT-LOG-FILE.
006670     IF EV-FILE-NOT-FOUND
006680         OPEN OUTPUT EVENT-LOG-FILE
006690         CLOSE EVENT-LOG-FILE
006700         OPEN EXTEND EVENT-LOG-FILE
006710     END-IF.
006720     IF NOT EV-FILE-OK
006730         DISPLAY "UNABLE TO OPEN EVENT LOG - STATUS "
006740             EV-FILE-STATUS
006750         GO TO 9790-EXIT
006760     END-IF.
006770     ACCEPT CURR-DATE FROM DATE YYYYMMDD.
006780     ACCEPT CURR-TIME FROM TIME.
006790     MOVE "ARCPULL" TO EL-PROGRAM.
006800     MOVE EVENT-RUN-ID TO EL-RUN-ID.
006810     MOVE CURR-DATE TO EL-DATE.
006820     MOVE CURR-TIME TO EL-TIME.
006830     WRITE EVENT-LOG-RECORD FROM EVENT-LOG-LINE.
006840     IF NOT EV-FILE-OK
006850         DISPLAY "UNABLE TO WRITE EVENT LOG RECORD - STATUS "
006860             EV-FILE-STATUS
006870     END-IF.
006880     CLOSE EVENT-LOG-FILE.
006890 9790-EXIT.
006900     EXIT.
006910
006920 END PROGRAM ARCHIVE-RETRIEVE.

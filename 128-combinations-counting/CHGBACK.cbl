000200*                   CALCULATION VOLUME BY DEPARTMENT FROM THE
000210*                   AUDIT LOG, WITH EACH DEPARTMENT'S SHARE OF
000220*                   THE MONTH AS A PERCENTAGE.
000222* 06/16/2022 FG    EACH DEPARTMENT LINE NOW CARRIES THE NAME AND
000224*                   COST CENTRE FROM THE NEW DEPARTMENT MASTER
000226*                   BESIDE THE THREE-LETTER CODE.
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DEPT-CHARGEBACK.
000250 AUTHOR. FRANK GLASER.
000410     SELECT CHGCTL-FILE ASSIGN TO "CHGCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CC-FILE-STATUS.
000431*    INDEXED DEPARTMENT MASTER - NAME AND COST CENTRE OF EACH
000432*    CODE, READ RANDOMLY BY CODE.
000433     SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMSTR"
000434         ORGANIZATION IS INDEXED
000435         ACCESS MODE IS RANDOM
000436         RECORD KEY IS DM-CODE
000437         FILE STATUS IS DM-FILE-STATUS.
000440*    PAGE-FORMATTED CHARGEBACK REPORT FOR ACCOUNTING.
000450     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000560         10  AI-DAY                PIC 9(02).
000570     05  FILLER                    PIC X(64).
000580     05  AI-DEPARTMENT             PIC X(03).
000582     05  FILLER                    PIC X(25).
000584
000586 FD  DEPARTMENT-MASTER-FILE
000588         RECORD CONTAINS 80 CHARACTERS.
000590 01  DEPARTMENT-RECORD.
000592     05  DM-CODE                   PIC X(03).
000594     05  DM-NAME                   PIC X(30).
000596     05  DM-COST-CENTRE            PIC X(08).
000598     05  DM-STATUS                 PIC X(01).
000600     05  DM-EFFECTIVE-FROM         PIC 9(08).
000602     05  DM-EFFECTIVE-TO           PIC 9(08).
000604     05  DM-DATE-CHANGED           PIC 9(08).
000606     05  FILLER                    PIC X(14).
000608
000610 FD  CHGCTL-FILE
000620         RECORD CONTAINS 80 CHARACTERS.
000630 01  CHGCTL-RECORD                 PIC X(80).
000770 77  CC-FILE-STATUS                PIC X(02).
000780     88  CC-FILE-OK                VALUE "00".
000790
000792 77  DM-FILE-STATUS                PIC X(02).
000794     88  DM-FILE-OK                VALUE "00".
000796
000800 77  RP-FILE-STATUS                PIC X(02).
000810     88  RP-FILE-OK                VALUE "00".
000820
000830 77  CHG-ABORT-SWITCH              PIC X(01) VALUE "N".
000840     88  CHG-ABORT                 VALUE "Y".
000841
000842* THE CHARGEBACK STILL PRINTS WITHOUT THE DEPARTMENT MASTER -
000843* THE VOLUMES ARE WHAT ACCOUNTING BILLS ON - BUT EVERY NAME
000844* THEN SHOWS AS UNAVAILABLE.
000845 77  CHG-MASTER-OPEN-SWITCH        PIC X(01) VALUE "N".
000846     88  CHG-MASTER-OPEN           VALUE "Y".
000850
000860* ---------------------------------------------------------------
000870* MONTH SELECTION - THE CHGCTL CARD READS MONTH,YYYYMM.  ONLY
001440
001450 01  CHG-COLUMN-LINE.
001460     05  FILLER                    PIC X(06) VALUE "DEPT ".
001463     05  FILLER                    PIC X(32) VALUE "NAME".
001466     05  FILLER                    PIC X(10) VALUE "COST CTR".
001470     05  FILLER                    PIC X(14) VALUE "CALCULATIONS".
001480     05  FILLER                    PIC X(14) VALUE
001485         "PCT OF VOLUME".
001500 01  CHG-DETAIL-LINE.
001510     05  CHG-DET-DEPT              PIC X(03).
001520     05  FILLER                    PIC X(03) VALUE SPACES.
001522     05  CHG-DET-NAME              PIC X(30).
001524     05  FILLER                    PIC X(02) VALUE SPACES.
001526     05  CHG-DET-COST-CENTRE       PIC X(08).
001528     05  FILLER                    PIC X(02) VALUE SPACES.
001530     05  CHG-DET-COUNT             PIC Z(09)9.
001540     05  FILLER                    PIC X(06) VALUE SPACES.
001550     05  CHG-DET-PCT               PIC ZZ9.99.
001810
001820* ---------------------------------------------------------------
001830* 1000-INITIALIZE - READ AND PARSE THE MONTH CARD, OPEN THE
001840* AUDIT LOG, THE DEPARTMENT MASTER AND THE REPORT FILE.
001850* ---------------------------------------------------------------
001860 1000-INITIALIZE.
001870     MOVE SPACES TO CHG-CARD-LINE.
002120             RP-FILE-STATUS
002130         SET CHG-ABORT TO TRUE
002140         CLOSE AUDIT-FILE
002141         GO TO 1000-EXIT
002142     END-IF.
002143     OPEN INPUT DEPARTMENT-MASTER-FILE.
002144     IF DM-FILE-OK
002145         SET CHG-MASTER-OPEN TO TRUE
002146     ELSE
002147         DISPLAY "DEPARTMENT MASTER UNAVAILABLE - STATUS "
002148             DM-FILE-STATUS " - NAMES NOT PRINTED"
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
003450         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
003460     END-IF.
003470     MOVE CHG-TABLE-DEPT (CHG-INDX) TO CHG-DET-DEPT.
003475     PERFORM 8250-LOOKUP-DEPARTMENT THRU 8250-EXIT.
003480     MOVE CHG-TABLE-COUNT (CHG-INDX) TO CHG-DET-COUNT.
003490     COMPUTE CHG-PCT ROUNDED =
003500         CHG-TABLE-COUNT (CHG-INDX) * 100
003520     MOVE CHG-PCT TO CHG-DET-PCT.
003530     WRITE REPORT-RECORD FROM CHG-DETAIL-LINE
003540         AFTER ADVANCING 1 LINE.
003542     ADD 1 TO CHG-LINE-COUNT.
003544     ADD 1 TO CHG-INDX.
003546 8200-EXIT.
003548     EXIT.
003550
003552* 8250-LOOKUP-DEPARTMENT - NAME AND COST CENTRE FOR THE LINE.
003554* A CODE SINCE DEACTIVATED STILL HAS ITS ENTRY AND PRINTS ITS
003556* NAME; A CODE NEVER ON THE MASTER IS FLAGGED FOR ACCOUNTING.
003558 8250-LOOKUP-DEPARTMENT.
003560     MOVE SPACES TO CHG-DET-NAME CHG-DET-COST-CENTRE.
003562     IF CHG-TABLE-DEPT (CHG-INDX) = "***"
003564         MOVE "NO DEPARTMENT CODE" TO CHG-DET-NAME
003566         GO TO 8250-EXIT
003568     END-IF.
003570     IF NOT CHG-MASTER-OPEN
003572         MOVE "DEPARTMENT MASTER UNAVAILABLE" TO CHG-DET-NAME
003574         GO TO 8250-EXIT
003576     END-IF.
003578     MOVE CHG-TABLE-DEPT (CHG-INDX) TO DM-CODE.
003580     READ DEPARTMENT-MASTER-FILE
003582         INVALID KEY
003584             MOVE "NOT ON DEPARTMENT MASTER" TO CHG-DET-NAME
003586             GO TO 8250-EXIT
003588     END-READ.
003590     IF NOT DM-FILE-OK
003592         MOVE "NOT ON DEPARTMENT MASTER" TO CHG-DET-NAME
003594         GO TO 8250-EXIT
003596     END-IF.
003598     MOVE DM-NAME TO CHG-DET-NAME.
003600     MOVE DM-COST-CENTRE TO CHG-DET-COST-CENTRE.
003602 8250-EXIT.
003604     EXIT.
003606
003608 8300-PRINT-COUNT-LINE.
003610     WRITE REPORT-RECORD FROM CHG-COUNT-LINE
003620         AFTER ADVANCING 1 LINE.
003630     IF NOT RP-FILE-OK
003690
003700 9000-CLOSE-FILES.
003710     CLOSE AUDIT-FILE.
003712     IF CHG-MASTER-OPEN
003714         CLOSE DEPARTMENT-MASTER-FILE
003716     END-IF.
003720     CLOSE REPORT-FILE.
003730 9000-EXIT.
003740     EXIT.

000190* DATE       INIT  DESCRIPTION
000200* ---------------------------------------------------------------
000210* 02/10/2022 FG    ORIGINAL PROGRAM - CARD- OR TERMINAL-DRIVEN
000212*                   RANDOM INQUIRY OVER THE RESULTS MASTER.
000214* 05/05/2022 FG    RESULTS MASTER RECORD WIDENED TO A 120-DIGIT
000216*                   RESULT.  AN ANSWER WIDER THAN THE 35-DIGIT
000218*                   RESULT COLUMN IS PRINTED IN FULL ON A
000220*                   CONTINUATION LINE.
000222* 05/19/2022 FG    MASTER KEY WIDENED BY THE GROUP SIZES OF A
000224*                   MULTINOMIAL ENTRY.  A MUL KEY IS ASKED AS
000226*                   MUL,TOTAL,GROUPS,SIZE1,...,SIZEN AND ITS
000228*                   GROUP SIZES PRINT ON A CONTINUATION LINE.
000230* 08/11/2022 FG    GROUP-SIZE LINE NOW PRINTS - ITS SPACING
000232*                   FILLER WAS NEVER BLANKED.
000234 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. MASTER-INQUIRY.
000250 AUTHOR. FRANK GLASER.
000260 INSTALLATION. OPERATIONS RESEARCH GROUP.
000440*    INQUIRY KEYS, ONE PER CARD, AS
000450*    CHOICE-MATTER,CHOICES,CHOSEN,REPETITION-FLAG - THE SAME
000460*    FIXED-WIDTH VALUES AS THE CALCULATION RUN-CONTROL CARD.
000465*    A MULTINOMIAL KEY IS MUL,TOTAL,GROUPS,SIZE1,...,SIZEN.
000470*    A MISSING OR EMPTY INQCTL FALLS BACK TO A TERMINAL
000480*    SESSION.
000490     SELECT INQCTL-FILE ASSIGN TO "INQCTL"
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RESULTS-MASTER-FILE
000600         RECORD CONTAINS 195 CHARACTERS.
000610 01  MASTER-RECORD.
000620     05  MR-KEY.
000630         10  MR-CHOICE-MATTER      PIC X(03).
000640         10  MR-CHOICES            PIC 9(05).
000650         10  MR-CHOSEN             PIC 9(05).
000660         10  MR-REPETITION-FLAG    PIC X(03).
000662*        GROUP SIZES OF A MULTINOMIAL ENTRY - SPACES OTHERWISE.
000664         10  MR-GROUP-SIZES.
000666             15  MR-GROUP-SIZE     PIC 9(05) OCCURS 10 TIMES.
000668     05  MR-WIDE-RESULT.
000670         10  MR-RESULT-HIGH        PIC X(85).
000672         10  MR-RESULT             PIC 9(35).
000680     05  MR-RECONCILE-FLAG         PIC X(01).
000690     05  MR-DATE-ADDED             PIC 9(08).
000700
001070* ---------------------------------------------------------------
001080 77  INQ-CARD-LINE                 PIC X(80).
001090 01  INQ-FIELD-TABLE.
001100     05  INQ-FIELD                 PIC X(20) OCCURS 13 TIMES.
001110 77  INQ-KEY-VALID-SWITCH          PIC X(01) VALUE "Y".
001120     88  INQ-KEY-VALID             VALUE "Y".
001122 77  INQ-FIELD-NO                  PIC 9(05) COMP.
001124 77  INQ-GROUP-MAX                 PIC 9(05) COMP VALUE 10.
001126 77  INQ-GROUP-NO                  PIC 9(05) COMP.
001130
001140* ---------------------------------------------------------------
001150* TERMINAL SESSION CONTROLS
001340 77  INQ-LINE-COUNT                PIC 9(03) COMP VALUE 99.
001350 77  INQ-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
001360 77  INQ-RESULT-FORMATTED          PIC Z(34)9.
001365 77  INQ-WIDE-FORMATTED            PIC X(120).
001370
001380 01  INQ-HEADING-1.
001390     05  FILLER                    PIC X(11) VALUE "MSTRINQ    ".
001700     05  FILLER                    PIC X(02) VALUE SPACES.
001710     05  ID-RECONCILE-FLAG         PIC X(01).
001720     05  FILLER                    PIC X(04) VALUE SPACES.
001722     05  ID-DATE-ADDED             PIC X(08).
001724
001726* CONTINUATION LINE FOR AN ANSWER WIDER THAN THE RESULT COLUMN.
001728 01  INQ-WIDE-LINE.
001730     05  FILLER                    PIC X(12) VALUE
001732         "   RESULT = ".
001734     05  IW-RESULT                 PIC X(120).
001736
001738* CONTINUATION LINE CARRYING THE GROUP SIZES OF A MUL KEY.
001740 01  INQ-GROUP-LINE.
001742     05  FILLER                    PIC X(12) VALUE
001744         "   GROUPS = ".
001746     05  IG-SIZE-ENTRY             OCCURS 10 TIMES.
001748         10  IG-SIZE               PIC ZZZZ9 BLANK WHEN ZERO.
001750         10  FILLER                PIC X(01) VALUE SPACE.
001752
001754 01  INQ-COUNT-LINE.
001760     05  FILLER                    PIC X(05) VALUE SPACES.
001770     05  INQ-COUNT-LABEL           PIC X(40).
001780     05  INQ-COUNT-VALUE           PIC Z(08)9.
002620* FIXED-WIDTH COMMA-DELIMITED VALUES AS THE CALCULATION
002630* RUN-CONTROL CARD, E.G. NO ,00049,00006,NO .  A BLANK
002640* REPETITION FLAG IS LOOKED UP AS NO, WHICH IS HOW THE
002645* CALCULATION RUN STORES IT.  A MUL KEY CARRIES ITS GROUP
002650* SIZES IN PLACE OF THE REPETITION FLAG, E.G.
002655* MUL,00012,00003,00004,00005,00003.
002660* ---------------------------------------------------------------
002670 3000-PARSE-AND-LOOKUP.
002680     MOVE "Y" TO INQ-KEY-VALID-SWITCH.
002690     MOVE SPACES TO INQ-FIELD-TABLE.
002710     UNSTRING INQ-CARD-LINE DELIMITED BY ","
002720         INTO INQ-FIELD (1) INQ-FIELD (2)
002730             INQ-FIELD (3) INQ-FIELD (4)
002731             INQ-FIELD (5) INQ-FIELD (6)
002732             INQ-FIELD (7) INQ-FIELD (8)
002733             INQ-FIELD (9) INQ-FIELD (10)
002734             INQ-FIELD (11) INQ-FIELD (12)
002735             INQ-FIELD (13)
002740     END-UNSTRING.
002750     IF INQ-FIELD (2) (1:5) NOT NUMERIC
002760             OR INQ-FIELD (3) (1:5) NOT NUMERIC
002850     MOVE INQ-FIELD (4) TO MR-REPETITION-FLAG.
002860     IF MR-REPETITION-FLAG = SPACES
002870         MOVE "NO " TO MR-REPETITION-FLAG
002871     END-IF.
002872     MOVE SPACES TO MR-GROUP-SIZES.
002873     IF MR-CHOICE-MATTER = "MUL"
002874         PERFORM 3200-BUILD-MULTINOMIAL-KEY THRU 3200-EXIT
002875         IF NOT INQ-KEY-VALID
002876             DISPLAY "INVALID INQUIRY KEY: " INQ-CARD-LINE
002877             ADD 1 TO INQ-KEYS-INVALID
002878             GO TO 3000-EXIT
002879         END-IF
002880     END-IF.
002890     PERFORM 3100-LOOKUP-MASTER-KEY THRU 3100-EXIT.
002900 3000-EXIT.
003060         ADD 1 TO INQ-KEYS-NOT-FOUND
003070         PERFORM 4200-PRINT-NOT-FOUND-LINE THRU 4200-EXIT
003080     END-IF.
003082 3100-EXIT.
003084     EXIT.
003086
003088* 3200-BUILD-MULTINOMIAL-KEY - THE GROUP SIZES FOLLOW THE
003090* GROUP COUNT ON THE CARD, FIVE DIGITS EACH.  SIZES PAST THE
003092* LAST GROUP ARE ZERO AND THE REPETITION FLAG IS NO, WHICH IS
003094* HOW THE CALCULATION RUN STORES A MULTINOMIAL KEY.
003096 3200-BUILD-MULTINOMIAL-KEY.
003098     MOVE "NO " TO MR-REPETITION-FLAG.
003100     IF MR-CHOSEN < 2 OR MR-CHOSEN > INQ-GROUP-MAX
003102         MOVE "N" TO INQ-KEY-VALID-SWITCH
003104         GO TO 3200-EXIT
003106     END-IF.
003108     PERFORM 3210-MOVE-GROUP-SIZE THRU 3210-EXIT
003110         VARYING INQ-GROUP-NO FROM 1 BY 1
003112         UNTIL INQ-GROUP-NO > INQ-GROUP-MAX.
003114 3200-EXIT.
003116     EXIT.
003118
003120 3210-MOVE-GROUP-SIZE.
003122     IF INQ-GROUP-NO > MR-CHOSEN
003124         MOVE 0 TO MR-GROUP-SIZE (INQ-GROUP-NO)
003126         GO TO 3210-EXIT
003128     END-IF.
003130     COMPUTE INQ-FIELD-NO = INQ-GROUP-NO + 3.
003132     IF INQ-FIELD (INQ-FIELD-NO) (1:5) NOT NUMERIC
003134         MOVE "N" TO INQ-KEY-VALID-SWITCH
003136         GO TO 3210-EXIT
003138     END-IF.
003140     MOVE INQ-FIELD (INQ-FIELD-NO) (1:5)
003142         TO MR-GROUP-SIZE (INQ-GROUP-NO).
003144 3210-EXIT.
003146     EXIT.
003148
003150* ---------------------------------------------------------------
003152* 4000 SERIES - DETAIL PRINTING WITH PAGE CONTROL
003154* ---------------------------------------------------------------
003156 4000-PRINT-FOUND-LINE.
003160     IF INQ-LINE-COUNT > INQ-LINES-PER-PAGE
003170         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
003180     END-IF.
003220     MOVE MR-REPETITION-FLAG TO ID-REPETITION-FLAG.
003230     MOVE MR-RESULT TO INQ-RESULT-FORMATTED.
003240     MOVE INQ-RESULT-FORMATTED TO ID-RESULT.
003241*    A WIDE ANSWER GETS A NOTE IN THE RESULT COLUMN AND ITS
003242*    FULL DIGITS ON A CONTINUATION LINE.
003243     IF MR-RESULT-HIGH NOT = ZEROS
003244         MOVE MR-WIDE-RESULT TO INQ-WIDE-FORMATTED
003245         INSPECT INQ-WIDE-FORMATTED
003246             REPLACING LEADING "0" BY SPACE
003247         MOVE "WIDER THAN 35 DIGITS - SEE BELOW" TO ID-RESULT
003248     END-IF.
003250     MOVE MR-RECONCILE-FLAG TO ID-RECONCILE-FLAG.
003260     MOVE MR-DATE-ADDED TO ID-DATE-ADDED.
003270     WRITE REPORT-RECORD FROM INQ-DETAIL-LINE
003280         AFTER ADVANCING 1 LINE.
003290     ADD 1 TO INQ-LINE-COUNT.
003291     IF MR-RESULT-HIGH NOT = ZEROS
003292         MOVE INQ-WIDE-FORMATTED TO IW-RESULT
003293         WRITE REPORT-RECORD FROM INQ-WIDE-LINE
003294             AFTER ADVANCING 1 LINE
003295         ADD 1 TO INQ-LINE-COUNT
003296     END-IF.
003297     IF MR-CHOICE-MATTER = "MUL"
003298         PERFORM 4300-PRINT-GROUP-LINE THRU 4300-EXIT
003299     END-IF.
003300     IF INQ-MODE-TERMINAL
003303         IF MR-RESULT-HIGH NOT = ZEROS
003306             DISPLAY "FOUND  " MR-KEY " RESULT"
003309             DISPLAY INQ-WIDE-FORMATTED
003312         ELSE
003315             DISPLAY "FOUND  " MR-KEY " RESULT "
003318                 INQ-RESULT-FORMATTED
003321         END-IF
003330         DISPLAY "       RECONCILE FLAG " MR-RECONCILE-FLAG
003340             "  ADDED " MR-DATE-ADDED
003350     END-IF.
003750     WRITE REPORT-RECORD FROM INQ-DETAIL-LINE
003760         AFTER ADVANCING 1 LINE.
003770     ADD 1 TO INQ-LINE-COUNT.
003772     IF MR-CHOICE-MATTER = "MUL"
003774         PERFORM 4300-PRINT-GROUP-LINE THRU 4300-EXIT
003776     END-IF.
003780     IF INQ-MODE-TERMINAL
003790         DISPLAY "NOT FOUND  " MR-KEY
003800             " - SUBMIT A WORKLIST RECORD"
003802     END-IF.
003804 4200-EXIT.
003806     EXIT.
003808
003810* 4300-PRINT-GROUP-LINE - THE GROUP SIZES OF A MUL KEY UNDER
003812* ITS DETAIL LINE; UNUSED GROUPS PRINT BLANK.
003814 4300-PRINT-GROUP-LINE.
003816     PERFORM 4310-EDIT-GROUP-SIZE THRU 4310-EXIT
003818         VARYING INQ-GROUP-NO FROM 1 BY 1
003820         UNTIL INQ-GROUP-NO > INQ-GROUP-MAX.
003822     WRITE REPORT-RECORD FROM INQ-GROUP-LINE
003824         AFTER ADVANCING 1 LINE.
003826     ADD 1 TO INQ-LINE-COUNT.
003828 4300-EXIT.
003830     EXIT.
003832
003834 4310-EDIT-GROUP-SIZE.
003836     MOVE MR-GROUP-SIZE (INQ-GROUP-NO) TO IG-SIZE (INQ-GROUP-NO).
003838 4310-EXIT.
003840     EXIT.
003842
003850* ---------------------------------------------------------------
003860* 5000-TERMINAL-SESSION - ONE KEY PER PROMPT, SAME FORMAT AS
003870* THE CARDS, UNTIL THE OPERATOR ANSWERS END OR A BLANK LINE.
003900     DISPLAY "ENTER KEY AS "
003910         "CHOICE-MATTER,CHOICES,CHOSEN,REPETITION-FLAG "
003920         "(OR END):".
003925     DISPLAY "  OR MUL,TOTAL,GROUPS,SIZE1,...,SIZEN".
003930     MOVE SPACES TO INQ-CARD-LINE.
003940     ACCEPT INQ-CARD-LINE.
003950     IF INQ-CARD-LINE = SPACES

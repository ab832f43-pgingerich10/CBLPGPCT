       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGCCS.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL SELECT THE PARTS TO CYCLE COUNT AND
      *    PRINT THE COUNT SHEETS (CYCSHEET.PRT).  THE SHEETS CARRY
      *    NO BOOK QUANTITY - THE COUNTER WRITES THE SHELF QUANTITY
      *    AND IT IS KEYED TO CYCCOUNT.DAT FOR CBLPGCCV.
      *
      *    THE CONTROL FILE (CYCCTL.DAT) HOLDS THE ROTATION POINTER
      *    (LAST PART COUNTED IN ROTATION), THE NUMBER OF PARTS TO
      *    COUNT EACH DAY, THE VARIANCE DOLLAR TOLERANCE USED BY
      *    CBLPGCCV AND THE RECOUNT DAYS.  WHEN IT IS MISSING 25
      *    PARTS A DAY, 100.00 DOLLARS AND 7 DAYS ARE USED.
      *
      *    THE DAY'S PARTS ARE TAKEN -
      *        1  SHORTAGE  EVERY PART SHORT ON TONIGHT'S PART
      *                     SHORTAGE DRILL-DOWN (PARTSHTPCT.PRT) -
      *                     THE PARTALLOC.DAT ROWS WITH NEED OVER
      *                     ALLOCATED FOR THE PLANT AND MACHINE
      *                     RANGE ON CBLPGPCT.PRM
      *        2  ROTATION  THEN THE NEXT PARTS ON INVENTORY.DAT
      *                     AFTER THE ROTATION POINTER, WRAPPING TO
      *                     THE FIRST PART AT THE END OF THE FILE
      *    UP TO THE DAILY COUNT.  A PART COUNTED (CYCHIST.DAT)
      *    WITHIN THE RECOUNT DAYS IS NOT TAKEN AGAIN, EXCEPT ONE
      *    WHOSE APPROVAL EXPIRED IN CBLPGCCV (DISPOSITION E), WHICH
      *    IS TAKEN AGAIN SO IT IS RECOUNTED.  SHORTAGE PARTS LEFT
      *    OUT BECAUSE THE DAILY COUNT WAS REACHED ARE TOTALLED
      *    APART FROM THOSE SKIPPED FOR A RECENT COUNT.
      *
      *    THE SELECTED PARTS ARE WRITTEN TO CYCSEL.DAT WITH THE BOOK
      *    QUANTITY AND COST AS OF TONIGHT, WHICH CBLPGCCV COMPARES
      *    THE COUNTS AGAINST.  THE BOOK QUANTITY IS NOT MOVED BY
      *    THE NEXT DAY'S ISSUES AND RECEIPTS, SO EVERY SHEET PAGE
      *    CARRIES THE CUT-OFF RULE - COUNT A PART BEFORE ANY ISSUE
      *    OR RECEIPT OF IT THAT DAY.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT CYC-CTL-DATA
               ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYC-HIST-DATA
               ASSIGN TO "CYCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT CYC-SEL-DATA
               ASSIGN TO "CYCSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT PRTOUT
               ASSIGN TO "CYCSHEET.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-PART          PIC X(5).
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-REORD-PT      PIC 9(5).
           05  I-INV-SAFETY        PIC 9(5).

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC.
           05  AL-KEY.
               10  AL-PLANT            PIC X(3).
               10  AL-MACHINE          PIC X(5).
               10  AL-ROOT             PIC X(5).
           05  AL-SEQ              PIC 9(3).
           05  AL-LEVEL            PIC 9.
           05  AL-PART             PIC X(5).
           05  AL-PARENT           PIC X(5).
           05  AL-QTY-PER          PIC 999.
           05  AL-TYPE             PIC X.
           05  AL-NEED-QTY         PIC 9(6).
           05  AL-ALLOC-QTY        PIC 9(6).
           05  AL-DUE-DATE         PIC 9(8).
           05  AL-PRIORITY         PIC X.
           05  AL-ORD-NUM          PIC 9(3).
           05  AL-SUB-QTY          PIC 9(6).

       FD  CYC-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CYC-CTL-REC.

       01  CYC-CTL-REC.
           05  CC-LAST-PART        PIC X(5).
           05  CC-DAILY-PARTS      PIC 9(3).
           05  CC-TOLERANCE        PIC 9(5)V99.
           05  CC-RECOUNT-DAYS     PIC 9(3).

       FD  CYC-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CYC-HIST-REC.

       01  CYC-HIST-REC.
           05  CH-PART             PIC X(5).
           05  CH-COUNT-DATE       PIC 9(8).
           05  CH-BOOK-QTY         PIC 9(5).
           05  CH-COUNT-QTY        PIC 9(5).
           05  CH-COST             PIC 9(4)V99.
           05  CH-DISP             PIC X.
           05  CH-POST-DATE        PIC 9(8).

       FD  CYC-SEL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CYC-SEL-REC.

       01  CYC-SEL-REC.
           05  CS-PART             PIC X(5).
           05  CS-BOOK-QTY         PIC 9(5).
           05  CS-COST             PIC 9(4)V99.
           05  CS-REASON           PIC X.
           05  CS-SEL-DATE         PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                 PIC X(80).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-COMPANY             PIC X(45).
           05  PARM-AS-OF-YEAR          PIC 9(4).
           05  PARM-AS-OF-MONTH         PIC 99.
           05  PARM-AS-OF-DAY           PIC 99.
           05  PARM-LOW-MACHINE         PIC X(5).
           05  PARM-HIGH-MACHINE        PIC X(5).
           05  PARM-PLANT               PIC X(3).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR              PIC 99          VALUE ZEROS.
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WS-CTL-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-SEL-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-INV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-INV                     VALUE 'N'.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  MORE-HST-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-HST                     VALUE 'N'.
           05  FOUND-SW            PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  RECENT-SW           PIC X           VALUE 'N'.
               88  COUNTED-RECENTLY                VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  WK-SEARCH-PART      PIC X(5)        VALUE SPACES.
           05  WK-LOW-MACHINE      PIC X(5)        VALUE LOW-VALUES.
           05  WK-HIGH-MACHINE     PIC X(5)        VALUE HIGH-VALUES.
           05  WK-PLANT-SELECT     PIC X(3)        VALUE SPACES.
           05  WK-LAST-PART        PIC X(5)        VALUE SPACES.
           05  WK-DAILY-PARTS      PIC 9(3)        VALUE 25.
           05  WK-TOLERANCE        PIC 9(5)V99     VALUE 100.00.
           05  WK-RECOUNT-DAYS     PIC 9(3)        VALUE 7.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-RECOUNT-DAYS-N   PIC 9(7)        VALUE ZEROS.
           05  WK-RECOUNT-DATE     PIC 9(8)        VALUE ZEROS.
           05  WK-ROT-NEEDED       PIC 9(4)        VALUE ZEROS.
           05  WK-SHT-CTR          PIC 9(4)        VALUE ZEROS.
           05  WK-ROT-CTR          PIC 9(4)        VALUE ZEROS.
           05  WK-SKIP-CTR         PIC 9(4)        VALUE ZEROS.
           05  WK-LIMIT-CTR        PIC 9(4)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  SHORT-PART-DATA.
           05  SHP-CNT             PIC 9(4)        VALUE ZEROS.
           05  SHP-TABLE OCCURS 2000 TIMES.
               10  SHP-PART            PIC X(5).

       01  LAST-COUNT-DATA.
           05  LCT-CNT             PIC 9(4)        VALUE ZEROS.
           05  LCT-TABLE OCCURS 2000 TIMES.
               10  LCT-PART            PIC X(5).
               10  LCT-DATE            PIC 9(8).

       01  SELECTED-PART-DATA.
           05  SEL-CNT             PIC 9(4)        VALUE ZEROS.
           05  SEL-TABLE OCCURS 999 TIMES.
               10  SEL-PART            PIC X(5).
               10  SEL-BOOK-QTY        PIC 9(5).
               10  SEL-COST            PIC 9(4)V99.
               10  SEL-REASON          PIC X.

       01  ROTATION-DATA.
           05  RAF-CNT             PIC 9(4)        VALUE ZEROS.
           05  RAF-TABLE OCCURS 999 TIMES.
               10  RAF-PART            PIC X(5).
               10  RAF-BOOK-QTY        PIC 9(5).
               10  RAF-COST            PIC 9(4)V99.
           05  RBF-CNT             PIC 9(4)        VALUE ZEROS.
           05  RBF-TABLE OCCURS 999 TIMES.
               10  RBF-PART            PIC X(5).
               10  RBF-BOOK-QTY        PIC 9(5).
               10  RBF-COST            PIC 9(4)V99.

       01  CURRENT-DATE.
           05  I-DATE.
               10  I-YEAR    PIC 9(4).
               10  I-MONTH   PIC 99.
               10  I-DAY     PIC 99.

       01  CO-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-YEAR              PIC 9(4).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  O-COMPANY           PIC X(45).
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  RPT-TITLE-LINE.
           05  FILLER              PIC X(31)   VALUE SPACES.
           05  FILLER              PIC X(17)   VALUE
                                   'CYCLE COUNT SHEET'.

       01  CUTOFF-LINE.
           05  FILLER              PIC X(14)   VALUE SPACES.
           05  FILLER              PIC X(52)   VALUE
               'COUNT A PART BEFORE ANY ISSUE OR RECEIPT OF IT TODAY'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'LINE'.
           05  FILLER              PIC X(8)    VALUE 'PART'.
           05  FILLER              PIC X(11)   VALUE 'REASON'.
           05  FILLER              PIC X(22)   VALUE 'COUNTED QTY'.
           05  FILLER              PIC X(12)   VALUE 'COUNTED BY'.
           05  FILLER              PIC X(4)    VALUE 'DATE'.

       01  SHEET-D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-LINE             PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-PART             PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SD-REASON           PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(22)   VALUE
                                   '_______________'.
           05  FILLER              PIC X(12)   VALUE '_________'.
           05  FILLER              PIC X(10)   VALUE '__________'.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(16)   VALUE
                                   'PARTS TO COUNT:'.
           05  TL-PARTS            PIC Z,ZZ9.
           05  FILLER              PIC X(13)   VALUE
                                   '   SHORTAGE:'.
           05  TL-SHORTAGE         PIC Z,ZZ9.
           05  FILLER              PIC X(13)   VALUE
                                   '   ROTATION:'.
           05  TL-ROTATION         PIC Z,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(39)   VALUE
                           'SHORTAGE PARTS SKIPPED - RECENT COUNT:'.
           05  TL-SKIPPED          PIC Z,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER              PIC X(39)   VALUE
                           'SHORTAGE PARTS OVER DAILY LIMIT:'.
           05  TL-LIMIT            PIC Z,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGCCS.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-INV.
           PERFORM L2-FILL-ROTATION THRU L2-FILL-ROTATION-EXIT.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-DATE TO WK-RUN-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '35'
               CONTINUE
           ELSE
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COMPANY NOT = SPACES
                           MOVE PARM-COMPANY TO WK-COMPANY-NAME
                       END-IF
                       IF PARM-AS-OF-YEAR IS NUMERIC
                           AND PARM-AS-OF-YEAR NOT = ZEROS
                           MOVE PARM-AS-OF-YEAR TO WK-RUN-YEAR
                           MOVE PARM-AS-OF-MONTH TO WK-RUN-MONTH
                           MOVE PARM-AS-OF-DAY TO WK-RUN-DAY
                       END-IF
                       IF PARM-LOW-MACHINE NOT = SPACES
                           MOVE PARM-LOW-MACHINE TO WK-LOW-MACHINE
                       END-IF
                       IF PARM-HIGH-MACHINE NOT = SPACES
                           MOVE PARM-HIGH-MACHINE TO WK-HIGH-MACHINE
                       END-IF
                       IF PARM-PLANT NOT = SPACES
                           MOVE PARM-PLANT TO WK-PLANT-SELECT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           MOVE WK-RUN-MONTH TO O-MONTH.
           MOVE WK-RUN-DAY TO O-DAY.
           MOVE WK-RUN-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGCCS - INVENTORY.DAT NOT FOUND - '
                   'RUN CBLPGILD TO BUILD IT'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CYC-CTL-DATA.
           IF WS-CTL-STATUS = '35'
               DISPLAY 'CBLPGCCS - CYCCTL.DAT NOT FOUND - DEFAULT '
                   'DAILY COUNT, TOLERANCE AND RECOUNT DAYS USED'
           ELSE
               READ CYC-CTL-DATA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-LAST-PART TO WK-LAST-PART
                       IF CC-DAILY-PARTS > ZEROS
                           MOVE CC-DAILY-PARTS TO WK-DAILY-PARTS
                       END-IF
                       MOVE CC-TOLERANCE TO WK-TOLERANCE
                       MOVE CC-RECOUNT-DAYS TO WK-RECOUNT-DAYS
               END-READ
               CLOSE CYC-CTL-DATA
           END-IF.
           COMPUTE WK-RECOUNT-DAYS-N =
               FUNCTION INTEGER-OF-DATE(WK-RUN-DATE-N)
               - WK-RECOUNT-DAYS.
           COMPUTE WK-RECOUNT-DATE =
               FUNCTION DATE-OF-INTEGER(WK-RECOUNT-DAYS-N).
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGCCS - PARTALLOC.DAT NOT FOUND - NO '
                   'SHORTAGE PARTS - ROTATION ONLY'
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-LOAD-ALLOC THRU L9-LOAD-ALLOC-EXIT
                   UNTIL NO-MORE-ALLOC
               CLOSE ALLOC-DATA
           END-IF.
           OPEN INPUT CYC-HIST-DATA.
           IF WS-HST-STATUS NOT = '35'
               PERFORM L9-LOAD-HIST THRU L9-LOAD-HIST-EXIT
                   UNTIL NO-MORE-HST
               CLOSE CYC-HIST-DATA
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           READ INVENTORY-DATA
               AT END
                   MOVE 'N' TO MORE-INV-RECS
               NOT AT END
                   PERFORM L3-CHECK-PART THRU L3-CHECK-PART-EXIT
           END-READ.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-CHECK-PART.
           MOVE I-INV-PART TO WK-SEARCH-PART.
           PERFORM L9-CHECK-RECENT THRU L9-CHECK-RECENT-EXIT.
           PERFORM L9-FIND-SHORT THRU L9-FIND-SHORT-EXIT.
           IF ROW-FOUND
               IF COUNTED-RECENTLY
                   ADD 1 TO WK-SKIP-CTR
               ELSE
                   IF SEL-CNT < WK-DAILY-PARTS
                       ADD 1 TO SEL-CNT
                       MOVE I-INV-PART TO SEL-PART(SEL-CNT)
                       MOVE I-INV-QTY TO SEL-BOOK-QTY(SEL-CNT)
                       MOVE I-INV-COST TO SEL-COST(SEL-CNT)
                       MOVE 'S' TO SEL-REASON(SEL-CNT)
                       ADD 1 TO WK-SHT-CTR
                   ELSE
                       ADD 1 TO WK-LIMIT-CTR
                   END-IF
               END-IF
               GO TO L3-CHECK-PART-EXIT
           END-IF.
           IF COUNTED-RECENTLY
               GO TO L3-CHECK-PART-EXIT
           END-IF.
           IF I-INV-PART > WK-LAST-PART
               IF RAF-CNT < WK-DAILY-PARTS
                   ADD 1 TO RAF-CNT
                   MOVE I-INV-PART TO RAF-PART(RAF-CNT)
                   MOVE I-INV-QTY TO RAF-BOOK-QTY(RAF-CNT)
                   MOVE I-INV-COST TO RAF-COST(RAF-CNT)
               END-IF
           ELSE
               IF RBF-CNT < WK-DAILY-PARTS
                   ADD 1 TO RBF-CNT
                   MOVE I-INV-PART TO RBF-PART(RBF-CNT)
                   MOVE I-INV-QTY TO RBF-BOOK-QTY(RBF-CNT)
                   MOVE I-INV-COST TO RBF-COST(RBF-CNT)
               END-IF
           END-IF.
       L3-CHECK-PART-EXIT.
           EXIT.

       L2-FILL-ROTATION.
           PERFORM L3-TAKE-AFTER THRU L3-TAKE-AFTER-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > RAF-CNT
                      OR SEL-CNT >= WK-DAILY-PARTS.
           PERFORM L3-TAKE-BEFORE THRU L3-TAKE-BEFORE-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > RBF-CNT
                      OR SEL-CNT >= WK-DAILY-PARTS.
       L2-FILL-ROTATION-EXIT.
           EXIT.

       L3-TAKE-AFTER.
           ADD 1 TO SEL-CNT.
           MOVE RAF-PART(SUB1) TO SEL-PART(SEL-CNT).
           MOVE RAF-BOOK-QTY(SUB1) TO SEL-BOOK-QTY(SEL-CNT).
           MOVE RAF-COST(SUB1) TO SEL-COST(SEL-CNT).
           MOVE 'R' TO SEL-REASON(SEL-CNT).
           MOVE RAF-PART(SUB1) TO WK-LAST-PART.
           ADD 1 TO WK-ROT-CTR.
       L3-TAKE-AFTER-EXIT.
           EXIT.

       L3-TAKE-BEFORE.
           ADD 1 TO SEL-CNT.
           MOVE RBF-PART(SUB1) TO SEL-PART(SEL-CNT).
           MOVE RBF-BOOK-QTY(SUB1) TO SEL-BOOK-QTY(SEL-CNT).
           MOVE RBF-COST(SUB1) TO SEL-COST(SEL-CNT).
           MOVE 'R' TO SEL-REASON(SEL-CNT).
           MOVE RBF-PART(SUB1) TO WK-LAST-PART.
           ADD 1 TO WK-ROT-CTR.
       L3-TAKE-BEFORE-EXIT.
           EXIT.

       L2-CLOSING.
           CLOSE INVENTORY-DATA.
           OPEN OUTPUT CYC-SEL-DATA.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           PERFORM L3-WRITE-SEL THRU L3-WRITE-SEL-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > SEL-CNT.
           IF WK-LINE-CTR >= 51
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE SEL-CNT TO TL-PARTS.
           MOVE WK-SHT-CTR TO TL-SHORTAGE.
           MOVE WK-ROT-CTR TO TL-ROTATION.
           MOVE WK-SKIP-CTR TO TL-SKIPPED.
           MOVE WK-LIMIT-CTR TO TL-LIMIT.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           CLOSE CYC-SEL-DATA.
           CLOSE PRTOUT.
           MOVE WK-LAST-PART TO CC-LAST-PART.
           MOVE WK-DAILY-PARTS TO CC-DAILY-PARTS.
           MOVE WK-TOLERANCE TO CC-TOLERANCE.
           MOVE WK-RECOUNT-DAYS TO CC-RECOUNT-DAYS.
           OPEN OUTPUT CYC-CTL-DATA.
           WRITE CYC-CTL-REC.
           CLOSE CYC-CTL-DATA.
       L2-CLOSING-EXIT.
           EXIT.

       L3-WRITE-SEL.
           MOVE SEL-PART(SUB1) TO CS-PART.
           MOVE SEL-BOOK-QTY(SUB1) TO CS-BOOK-QTY.
           MOVE SEL-COST(SUB1) TO CS-COST.
           MOVE SEL-REASON(SUB1) TO CS-REASON.
           MOVE WK-RUN-DATE-N TO CS-SEL-DATE.
           WRITE CYC-SEL-REC.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE SUB1 TO SD-LINE.
           MOVE SEL-PART(SUB1) TO SD-PART.
           IF SEL-REASON(SUB1) = 'S'
               MOVE 'SHORTAGE' TO SD-REASON
           ELSE
               MOVE 'ROTATION' TO SD-REASON
           END-IF.
           WRITE PRTLINE FROM SHEET-D1
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WK-LINE-CTR.
       L3-WRITE-SEL-EXIT.
           EXIT.

       L9-LOAD-ALLOC.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
               NOT AT END
                   IF AL-TYPE NOT = 'S'
                       AND AL-NEED-QTY > AL-ALLOC-QTY
                       AND AL-MACHINE >= WK-LOW-MACHINE
                       AND AL-MACHINE <= WK-HIGH-MACHINE
                       AND (WK-PLANT-SELECT = SPACES
                           OR AL-PLANT = WK-PLANT-SELECT)
                       PERFORM L9-POST-SHORT THRU L9-POST-SHORT-EXIT
                   END-IF
           END-READ.
       L9-LOAD-ALLOC-EXIT.
           EXIT.

       L9-POST-SHORT.
           MOVE AL-PART TO WK-SEARCH-PART.
           PERFORM L9-FIND-SHORT THRU L9-FIND-SHORT-EXIT.
           IF NOT ROW-FOUND
               IF SHP-CNT < 2000
                   ADD 1 TO SHP-CNT
                   MOVE AL-PART TO SHP-PART(SHP-CNT)
               ELSE
                   DISPLAY 'CBLPGCCS - SHORT-PART-DATA FULL AT 2000 '
                       'ROWS - PART ' AL-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-SHORT-EXIT.
           EXIT.

       L9-LOAD-HIST.
           READ CYC-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-HST-RECS
               NOT AT END
                   IF CH-COUNT-DATE > WK-RECOUNT-DATE
                       AND CH-DISP NOT = 'E'
                       PERFORM L9-POST-HIST THRU L9-POST-HIST-EXIT
                   END-IF
           END-READ.
       L9-LOAD-HIST-EXIT.
           EXIT.

       L9-POST-HIST.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= LCT-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF LCT-PART(SUB2) = CH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF ROW-FOUND
               IF CH-COUNT-DATE > LCT-DATE(SUB2)
                   MOVE CH-COUNT-DATE TO LCT-DATE(SUB2)
               END-IF
           ELSE
               IF LCT-CNT < 2000
                   ADD 1 TO LCT-CNT
                   MOVE CH-PART TO LCT-PART(LCT-CNT)
                   MOVE CH-COUNT-DATE TO LCT-DATE(LCT-CNT)
               ELSE
                   DISPLAY 'CBLPGCCS - LAST-COUNT-DATA FULL AT 2000 '
                       'ROWS - PART ' CH-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-POST-HIST-EXIT.
           EXIT.

       L9-CHECK-RECENT.
           MOVE 'N' TO RECENT-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= LCT-CNT OR COUNTED-RECENTLY
               ADD 1 TO SUB2
               IF LCT-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO RECENT-SW
               END-IF
           END-PERFORM.
       L9-CHECK-RECENT-EXIT.
           EXIT.

       L9-FIND-SHORT.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= SHP-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF SHP-PART(SUB2) = WK-SEARCH-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-SHORT-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CUTOFF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.

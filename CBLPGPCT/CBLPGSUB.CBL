       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGSUB.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL PRINT THE SUBSTITUTE PART USAGE REPORT
      *    (SUBSTUSE.PRT) FROM THE SUBSTITUTE (S) ROWS CBLPGALC WROTE
      *    TO THE ALLOCATION FILE (PARTALLOC.DAT).  FOR EACH PLANT/
      *    MACHINE/PART WHERE AN APPROVED ALTERNATE WAS DRAWN DOWN IN
      *    PLACE OF THE PRIMARY PART IT LISTS THE ALTERNATE, THE
      *    PRIMARY QUANTITY IT COVERED, THE ALTERNATE QUANTITY USED,
      *    AND THE SHORTAGE DOLLARS AVOIDED (PRIMARY QUANTITY COVERED
      *    TIMES THE PRIMARY PART'S INVENTORY COST, OR ITS STANDARD
      *    COST FROM STDCOST.DAT WHEN IT IS NOT ON INVENTORY.DAT).
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT STD-COST-DATA
               ASSIGN TO "STDCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

           SELECT PRTOUT
               ASSIGN TO "SUBSTUSE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  STD-COST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS STD-COST-REC.

       01  STD-COST-REC.
           05  SC-PART             PIC X(5).
           05  SC-COST             PIC 9(4)V99.

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
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-STD-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  MORE-STD-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-STD                     VALUE 'N'.
           05  STD-FOUND-SW        PIC X           VALUE 'N'.
               88  STD-FOUND                       VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  WK-COST-PART        PIC X(5)        VALUE SPACES.
           05  WK-UNIT-COST        PIC 9(4)V99     VALUE ZEROS.
           05  WK-SUB-DOLLARS      PIC 9(9)V99     VALUE ZEROS.
           05  WK-TOT-DOLLARS      PIC 9(10)V99    VALUE ZEROS.
           05  WK-TOT-COVERED      PIC 9(8)        VALUE ZEROS.
           05  WK-SUBST-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  STD-COST-TABLE-DATA.
           05  STD-CNT             PIC 9(4)        VALUE ZEROS.
           05  STD-TABLE OCCURS 2000 TIMES.
               10  STD-PART            PIC X(5).
               10  STD-COST            PIC 9(4)V99.

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
           05  FILLER              PIC X(23)   VALUE SPACES.
           05  FILLER              PIC X(29)   VALUE
                           'SUBSTITUTE PART USAGE REPORT'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PLANT'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'MACHINE'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PART'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'ALTERNATE'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'QTY COVERED'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'ALT USED'.
           05  FILLER              PIC X       VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE
                                   'SHORT $ AVOIDED'.

       01  SUBST-D1.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SU-PLANT            PIC X(3).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SU-MACHINE          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SU-PART             PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SU-ALTERNATE        PIC X(5).
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  SU-COVERED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SU-USED             PIC ZZZ,ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  SU-DOLLARS          PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'SUBSTITUTIONS:'.
           05  TL-SUBST            PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   QTY COVERED:'.
           05  TL-COVERED          PIC ZZ,ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'SHORT $ AVOIDED:'.
           05  TL-DOLLARS          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  NO-SUBST-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                           'NO SUBSTITUTE PARTS USED THIS RUN'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGSUB.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-ALLOC.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
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
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               DISPLAY 'CBLPGSUB - INVENTORY.DAT NOT FOUND - '
                   'RUN CBLPGILD TO BUILD IT'
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STD-COST-DATA.
           IF WS-STD-STATUS = '35'
               MOVE 'N' TO MORE-STD-RECS
           ELSE
               PERFORM L9-LOAD-STD-COST THRU L9-LOAD-STD-COST-EXIT
                   UNTIL NO-MORE-STD
               CLOSE STD-COST-DATA
           END-IF.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGSUB - PARTALLOC.DAT NOT FOUND - '
                   'RUN CBLPGALC FIRST'
               MOVE 'N' TO MORE-ALLOC-RECS
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
               NOT AT END
                   IF AL-TYPE = 'S'
                       PERFORM L3-DETAIL THRU L3-DETAIL-EXIT
                   END-IF
           END-READ.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-DETAIL.
           MOVE AL-PARENT TO WK-COST-PART.
           PERFORM L9-FIND-COST THRU L9-FIND-COST-EXIT.
           COMPUTE WK-SUB-DOLLARS = AL-SUB-QTY * WK-UNIT-COST.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE AL-PLANT TO SU-PLANT.
           MOVE AL-MACHINE TO SU-MACHINE.
           MOVE AL-PARENT TO SU-PART.
           MOVE AL-PART TO SU-ALTERNATE.
           MOVE AL-SUB-QTY TO SU-COVERED.
           MOVE AL-ALLOC-QTY TO SU-USED.
           MOVE WK-SUB-DOLLARS TO SU-DOLLARS.
           WRITE PRTLINE FROM SUBST-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
           ADD 1 TO WK-SUBST-CTR.
           ADD AL-SUB-QTY TO WK-TOT-COVERED.
           ADD WK-SUB-DOLLARS TO WK-TOT-DOLLARS.
       L3-DETAIL-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-SUBST-CTR = ZEROS
               WRITE PRTLINE FROM NO-SUBST-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           END-IF.
           IF WK-LINE-CTR >= 51
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-SUBST-CTR TO TL-SUBST.
           MOVE WK-TOT-COVERED TO TL-COVERED.
           MOVE WK-TOT-DOLLARS TO TL-DOLLARS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           DISPLAY 'CBLPGSUB - SUBSTITUTIONS:   ' WK-SUBST-CTR.
           DISPLAY 'CBLPGSUB - SHORT $ AVOIDED: ' WK-TOT-DOLLARS.
           IF WS-ALC-STATUS NOT = '35'
               CLOSE ALLOC-DATA
           END-IF.
           CLOSE INVENTORY-DATA.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L9-FIND-COST.
           MOVE ZEROS TO WK-UNIT-COST.
           MOVE WK-COST-PART TO I-INV-PART.
           READ INVENTORY-DATA
               INVALID KEY
                   PERFORM L9-FIND-STD-COST THRU L9-FIND-STD-COST-EXIT
               NOT INVALID KEY
                   MOVE I-INV-COST TO WK-UNIT-COST
           END-READ.
       L9-FIND-COST-EXIT.
           EXIT.

       L9-LOAD-STD-COST.
           READ STD-COST-DATA
               AT END
                   MOVE 'N' TO MORE-STD-RECS
               NOT AT END
                   IF STD-CNT < 2000
                       ADD 1 TO STD-CNT
                       MOVE SC-PART TO STD-PART(STD-CNT)
                       MOVE SC-COST TO STD-COST(STD-CNT)
                   ELSE
                       DISPLAY 'CBLPGSUB - STD-COST-TABLE-DATA FULL '
                           'AT 2000 ROWS - PART ' SC-PART ' SKIPPED'
                   END-IF
           END-READ.
       L9-LOAD-STD-COST-EXIT.
           EXIT.

       L9-FIND-STD-COST.
           MOVE 'N' TO STD-FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= STD-CNT OR STD-FOUND
               ADD 1 TO SUB1
               IF STD-PART(SUB1) = WK-COST-PART
                   MOVE 'Y' TO STD-FOUND-SW
                   MOVE STD-COST(SUB1) TO WK-UNIT-COST
               END-IF
           END-PERFORM.
       L9-FIND-STD-COST-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.

      *    MACHINES WITH NO ORDER RECORD ARE SKIPPED WITH A CONSOLE
      *    MESSAGE, THE SAME AS CBLPGSHT.
      *
      *    THE DEMAND IS TAKEN FROM THE ALLOCATION FILE (PARTALLOC.DAT)
      *    BUILT BY CBLPGALC, SO A SUBASSEMBLY'S COMPONENTS CARRY THE
      *    DEMAND LEFT SHORT OF THE SUBASSEMBLY TIMES THEIR QTY PER.
      *    THE TYPE COLUMN SHOWS MAKE FOR A SUBASSEMBLY AND BUY FOR A
      *    PURCHASED PART.  AN APPROVED SUBSTITUTE DRAWN DOWN IN
      *    PLACE OF A SHORT PART CARRIES THE QUANTITY USED AS ITS
      *    DEMAND.  WHEN PARTALLOC.DAT IS MISSING THE MASTER
      *    AND ORDER FILES ARE USED, SINGLE LEVEL, AND THE RUN ENDS
      *    WITH RETURN CODE 4.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

           SELECT PRTOUT
               ASSIGN TO "REPLENISH.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       FD  ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01  ORDER-RECORD.
               10  I-ORD-PLANT         PIC X(3).
               10  I-ORD-MACHINE       PIC X(5).
           05  I-ORD-NUM           PIC 9(3).
           05  I-ORD-DUE-DATE      PIC 9(8).
           05  I-ORD-PRIORITY      PIC X.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           05  I-INV-REORD-PT      PIC 9(5).
           05  I-INV-SAFETY        PIC 9(5).

       FD  ALLOC-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ALLOC-REC.

       01  ALLOC-REC.
           05  PA-KEY.
               10  PA-PLANT            PIC X(3).
               10  PA-MACHINE          PIC X(5).
               10  PA-ROOT             PIC X(5).
           05  PA-SEQ              PIC 9(3).
           05  PA-LEVEL            PIC 9.
           05  PA-PART             PIC X(5).
           05  PA-PARENT           PIC X(5).
           05  PA-QTY-PER          PIC 999.
           05  PA-TYPE             PIC X.
           05  PA-NEED-QTY         PIC 9(6).
           05  PA-ALLOC-QTY        PIC 9(6).
           05  PA-DUE-DATE         PIC 9(8).
           05  PA-PRIORITY         PIC X.
           05  PA-ORD-NUM          PIC 9(3).
           05  PA-SUB-QTY          PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  WK-LINE-CTR         PIC 99          VALUE ZEROS.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-MASTER-RECS    PIC X           VALUE 'Y'.
               88  NO-MORE-ORDERS                  VALUE 'N'.
           05  MORE-INV-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-INV                     VALUE 'N'.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  ALLOC-FILE-SW       PIC X           VALUE 'Y'.
               88  ALLOC-FILE-PRESENT              VALUE 'Y'.
           05  DMD-FOUND-SW        PIC X           VALUE 'N'.
               88  DMD-FOUND                       VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  WK-CURR-KEY.
               10  WK-CURR-PLANT       PIC X(3)    VALUE SPACES.
               10  WK-CURR-MACHINE     PIC X(5)    VALUE SPACES.
           05  WK-DMD-PART         PIC X(5)        VALUE SPACES.
           05  WK-DMD-TYPE         PIC X           VALUE SPACE.
           05  WK-PART-DEMAND      PIC 9(8)        VALUE ZEROS.
           05  WK-NET-QTY          PIC S9(8)       VALUE ZEROS.
           05  WK-SUGGEST-QTY      PIC 9(8)        VALUE ZEROS.
           05  DMD-TABLE OCCURS 2000 TIMES.
               10  DMD-PART            PIC X(5).
               10  DMD-QTY             PIC 9(8).
               10  DMD-TYPE            PIC X.

       01  CURRENT-DATE.
           05  I-DATE.
           05  FILLER              PIC X(6)    VALUE 'SAFETY'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'SUGGESTED'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'TYPE'.

       01  ALERT-D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-SAFETY           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-SUGGEST          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AL-TYPE             PIC X(4).

       01  SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
       L1-CBLPGRPL.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           IF ALLOC-FILE-PRESENT
               PERFORM L2-BUILD-ALLOC-DEMAND THRU
                   L2-BUILD-ALLOC-DEMAND-EXIT
                   UNTIL NO-MORE-ALLOC
           ELSE
               PERFORM L2-BUILD-DEMAND THRU L2-BUILD-DEMAND-EXIT
                   UNTIL NO-MORE-MASTER
           END-IF.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-INV.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           OPEN INPUT ORDER-DATA.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGRPL - PARTALLOC.DAT NOT FOUND - '
                   'SINGLE LEVEL DEMAND - RUN CBLPGALC FIRST'
               MOVE 'N' TO ALLOC-FILE-SW
               MOVE 'N' TO MORE-ALLOC-RECS
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT.
       L2-INIT-EXIT.

       L3-POST-DEMAND.
           COMPUTE WK-PART-DEMAND = I-PART-QTY * I-ORD-NUM.
           MOVE I-MACHINE-PART TO WK-DMD-PART.
           MOVE 'P' TO WK-DMD-TYPE.
           PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L3-POST-DEMAND-EXIT.
           EXIT.

       L2-BUILD-ALLOC-DEMAND.
           IF PA-TYPE = 'S'
               MOVE PA-NEED-QTY TO WK-PART-DEMAND
           ELSE
               COMPUTE WK-PART-DEMAND = PA-NEED-QTY - PA-SUB-QTY
           END-IF.
           MOVE PA-PART TO WK-DMD-PART.
           MOVE PA-TYPE TO WK-DMD-TYPE.
           PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT.
       L2-BUILD-ALLOC-DEMAND-EXIT.
           EXIT.

       L2-MAINLINE.
           READ INVENTORY-DATA
               AT END

       L3-CHECK-PART.
           MOVE ZEROS TO WK-PART-DEMAND.
           MOVE SPACE TO WK-DMD-TYPE.
           MOVE 'N' TO DMD-FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= DMD-CNT OR DMD-FOUND
               IF DMD-PART(SUB1) = I-INV-PART
                   MOVE 'Y' TO DMD-FOUND-SW
                   MOVE DMD-QTY(SUB1) TO WK-PART-DEMAND
                   MOVE DMD-TYPE(SUB1) TO WK-DMD-TYPE
               END-IF
           END-PERFORM.
           COMPUTE WK-NET-QTY = I-INV-QTY - WK-PART-DEMAND.
           CLOSE ORDER-DATA.
           CLOSE INVENTORY-DATA.
           CLOSE PRTOUT.
           IF ALLOC-FILE-PRESENT
               CLOSE ALLOC-DATA
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

           MOVE I-INV-REORD-PT TO AL-REORD-PT.
           MOVE I-INV-SAFETY TO AL-SAFETY.
           MOVE WK-SUGGEST-QTY TO AL-SUGGEST.
           EVALUATE WK-DMD-TYPE
               WHEN 'M'
                   MOVE 'MAKE' TO AL-TYPE
               WHEN 'P'
               WHEN 'S'
                   MOVE 'BUY' TO AL-TYPE
               WHEN OTHER
                   MOVE SPACES TO AL-TYPE
           END-EVALUATE.
           WRITE PRTLINE FROM ALERT-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-ALERT-LINE-EXIT.
           EXIT.

       L9-ADD-DEMAND.
           MOVE 'N' TO DMD-FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= DMD-CNT OR DMD-FOUND
               ADD 1 TO SUB1
               IF DMD-PART(SUB1) = WK-DMD-PART
                   MOVE 'Y' TO DMD-FOUND-SW
               END-IF
           END-PERFORM.
           IF DMD-FOUND
               ADD WK-PART-DEMAND TO DMD-QTY(SUB1)
               IF WK-DMD-TYPE = 'M'
                   MOVE 'M' TO DMD-TYPE(SUB1)
               END-IF
           ELSE
               IF DMD-CNT < 2000
                   ADD 1 TO DMD-CNT
                   MOVE WK-DMD-PART TO DMD-PART(DMD-CNT)
                   MOVE WK-PART-DEMAND TO DMD-QTY(DMD-CNT)
                   MOVE WK-DMD-TYPE TO DMD-TYPE(DMD-CNT)
               ELSE
                   DISPLAY 'CBLPGRPL - DEMAND-DATA FULL AT 2000 '
                       'ROWS - PART ' WK-DMD-PART ' SKIPPED'
                   MOVE 4 TO WK-RETURN-CODE
               END-IF
           END-IF.
       L9-ADD-DEMAND-EXIT.
           EXIT.

       L9-READ-ALLOC.
           READ ALLOC-DATA
               AT END MOVE 'N' TO MORE-ALLOC-RECS.
       L9-READ-ALLOC-EXIT.
           EXIT.

       L9-READ-MASTER.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-MASTER-RECS.

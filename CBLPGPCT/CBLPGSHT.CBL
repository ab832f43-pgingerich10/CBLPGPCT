      *    EXCEPTION FILE (SHTEXCEPT.DAT) FOR THE MORNING EXCEPTION
      *    REPORT (CBLPGEXC).
      *
      *    THE QUANTITY AVAILABLE TO EACH MACHINE IS THE QUANTITY
      *    ALLOCATED TO IT BY CBLPGALC ON THE PART ALLOCATION FILE
      *    (PARTALLOC.DAT), SO STOCK SHARED BY SEVERAL MACHINES IS
      *    COUNTED ONLY ONCE.  WHEN THE ALLOCATION FILE IS MISSING
      *    THE FULL ON-HAND QUANTITY IS USED AND THE RUN ENDS WITH
      *    RETURN CODE 4.
      *
      *    WHEN A MASTER PART IS A SUBASSEMBLY, CBLPGALC HAS EXPLODED
      *    IT ON PARTALLOC.DAT DOWN TO PURCHASED PARTS.  ONLY THE
      *    PURCHASED ROWS UNDER THE MASTER PART ARE COSTED, SO THE
      *    SHORTAGE IS VALUED AT WHAT WE MUST BUY, NOT AT THE
      *    SUBASSEMBLY WE MAKE.  AN UNPRICED EXCEPTION NAMES THE
      *    PURCHASED COMPONENT.
      *
      *    APPROVED SUBSTITUTE PARTS HAVE ALREADY BEEN DRAWN DOWN BY
      *    CBLPGALC BEFORE THE SHORTAGE WAS DECLARED - THE QUANTITY
      *    THEY COVERED IS IN THE PRIMARY ROW'S ALLOCATED QUANTITY.
      *    THE SUBSTITUTE (S) ROWS THEMSELVES ARE NOT COSTED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "SHTEXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOC-DATA
               ASSIGN TO "PARTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.

       DATA DIVISION.
       FILE SECTION.


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

       FD  MACH-SHT-COST-DATA
           LABEL RECORD IS STANDARD
           05  BX-QTY-SHORT        PIC 9(6).
           05  BX-COST-USED        PIC 9(4)V99.

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

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  WK-STD-COST         PIC 9(4)V99     VALUE ZEROS.
           05  WK-UNPRICED-CTR     PIC 9(5)        VALUE ZEROS.
           05  WS-ALC-STATUS       PIC XX          VALUE SPACES.
           05  MORE-ALLOC-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-ALLOC                   VALUE 'N'.
           05  ALLOC-FILE-SW       PIC X           VALUE 'Y'.
               88  ALLOC-FILE-PRESENT              VALUE 'Y'.
           05  ALLOC-FOUND-SW      PIC X           VALUE 'N'.
               88  ALLOC-FOUND                     VALUE 'Y'.
           05  WK-ALC-KEY.
               10  WK-ALC-PLANT        PIC X(3)    VALUE SPACES.
               10  WK-ALC-MACHINE      PIC X(5)    VALUE SPACES.
               10  WK-ALC-PART         PIC X(5)    VALUE SPACES.
           05  WK-COST-PART        PIC X(5)        VALUE SPACES.

       01  STD-COST-TABLE-DATA.
           05  STD-CNT             PIC 9(4)        VALUE ZEROS.
                   UNTIL NO-MORE-STD
               CLOSE STD-COST-DATA
           END-IF.
           OPEN INPUT ALLOC-DATA.
           IF WS-ALC-STATUS = '35'
               DISPLAY 'CBLPGSHT - PARTALLOC.DAT NOT FOUND - FULL '
                   'ON-HAND USED FOR EVERY MACHINE'
               MOVE 'N' TO ALLOC-FILE-SW
               MOVE 'N' TO MORE-ALLOC-RECS
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
           PERFORM L9-READ-ORDER THRU L9-READ-ORDER-EXIT.
       L2-INIT-EXIT.
           CLOSE ORDER-DATA.
           CLOSE MACH-SHT-COST-DATA.
           CLOSE BUILD-EXC-DATA.
           IF ALLOC-FILE-PRESENT
               CLOSE ALLOC-DATA
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L3-PART-CALC.
           IF ALLOC-FILE-PRESENT
               PERFORM L9-FIND-ALLOC THRU L9-FIND-ALLOC-EXIT
               IF ALLOC-FOUND
                   PERFORM L4-ALLOC-ROW THRU L4-ALLOC-ROW-EXIT
                       UNTIL AL-KEY NOT = WK-ALC-KEY
               ELSE
                   COMPUTE WK-PART-NEED = I-PART-QTY * I-ORD-NUM
                   MOVE ZEROS TO WK-PART-ONHAND
                   MOVE I-MACHINE-PART TO WK-COST-PART
                   PERFORM L4-COST-SHORT THRU L4-COST-SHORT-EXIT
               END-IF
           ELSE
               COMPUTE WK-PART-NEED = I-PART-QTY * I-ORD-NUM
               MOVE I-MACHINE-PART TO WK-COST-PART
               PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT
               IF INVENTORY-FOUND
                   MOVE I-INV-QTY TO WK-PART-ONHAND
               ELSE
                   MOVE ZEROS TO WK-PART-ONHAND
               END-IF
               PERFORM L4-COST-SHORT THRU L4-COST-SHORT-EXIT
           END-IF.
           PERFORM L9-READ-MASTER THRU L9-READ-MASTER-EXIT.
       L3-PART-CALC-EXIT.
           EXIT.

       L4-ALLOC-ROW.
           IF AL-TYPE = 'P'
               MOVE AL-NEED-QTY TO WK-PART-NEED
               MOVE AL-ALLOC-QTY TO WK-PART-ONHAND
               MOVE AL-PART TO WK-COST-PART
               PERFORM L4-COST-SHORT THRU L4-COST-SHORT-EXIT
           END-IF.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT.
       L4-ALLOC-ROW-EXIT.
           EXIT.

       L4-COST-SHORT.
           IF WK-PART-NEED > WK-PART-ONHAND
               COMPUTE WK-PART-SHORT = WK-PART-NEED - WK-PART-ONHAND
               PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT
               IF INVENTORY-FOUND
                   COMPUTE WK-PART-COST =
                       WK-PART-SHORT * I-INV-COST
                   MOVE 'U' TO BX-TYPE
                   MOVE WK-CURR-PLANT TO BX-PLANT
                   MOVE WK-CURR-MACHINE TO BX-MACHINE
                   MOVE WK-COST-PART TO BX-PART
                   MOVE WK-PART-SHORT TO BX-QTY-SHORT
                   MOVE WK-STD-COST TO BX-COST-USED
                   WRITE BUILD-EXC-REC
               END-IF
               ADD WK-PART-COST TO WK-SHT-COST
           END-IF.
       L4-COST-SHORT-EXIT.
           EXIT.

       L9-READ-MASTER.
       L9-READ-ORDER-EXIT.
           EXIT.

       L9-READ-ALLOC.
           READ ALLOC-DATA
               AT END
                   MOVE 'N' TO MORE-ALLOC-RECS
                   MOVE HIGH-VALUES TO AL-KEY
           END-READ.
       L9-READ-ALLOC-EXIT.
           EXIT.

       L9-FIND-ALLOC.
           MOVE 'N' TO ALLOC-FOUND-SW.
           MOVE I-PLANT TO WK-ALC-PLANT.
           MOVE I-MACHINE TO WK-ALC-MACHINE.
           MOVE I-MACHINE-PART TO WK-ALC-PART.
           PERFORM L9-READ-ALLOC THRU L9-READ-ALLOC-EXIT
               UNTIL NO-MORE-ALLOC OR AL-KEY >= WK-ALC-KEY.
           IF AL-KEY = WK-ALC-KEY
               MOVE 'Y' TO ALLOC-FOUND-SW
           END-IF.
       L9-FIND-ALLOC-EXIT.
           EXIT.

       L9-LOAD-STD-COST.
           READ STD-COST-DATA
               AT END
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= STD-CNT OR STD-FOUND
               ADD 1 TO SUB1
               IF STD-PART(SUB1) = WK-COST-PART
                   MOVE 'Y' TO STD-FOUND-SW
                   MOVE STD-COST(SUB1) TO WK-STD-COST
               END-IF

       L9-FIND-INVENTORY.
           MOVE 'N' TO INVENTORY-FOUND-SW.
           MOVE WK-COST-PART TO I-INV-PART.
           READ INVENTORY-DATA
               INVALID KEY
                   CONTINUE

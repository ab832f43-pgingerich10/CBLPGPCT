       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGBOM.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL APPLY A FILE OF COMPONENT STRUCTURE
      *    MAINTENANCE TRANSACTIONS AGAINST THE BILL OF MATERIAL FILE
      *    (PARTBOM.DAT) AND PRINT A BEFORE/AFTER AUDIT REPORT OF
      *    EVERY APPLIED AND REJECTED TRANSACTION (BOMAUDIT.PRT).
      *    THE UPDATED FILE IS BUILT AS A WORK FILE AND COPIED BACK
      *    OVER THE LIVE FILE AT END OF RUN.
      *
      *    PARTBOM.DAT HOLDS ONE ROW PER PARENT PART AND COMPONENT
      *    PART WITH THE QUANTITY OF THE COMPONENT USED TO BUILD ONE
      *    PARENT, IN PARENT/COMPONENT SEQUENCE.  A PART THAT IS A
      *    PARENT ON THIS FILE IS A SUBASSEMBLY WE MAKE OURSELVES -
      *    EVERY OTHER PART IS PURCHASED.  CBLPGALC EXPLODES THE
      *    MACHINE MASTER THROUGH THIS FILE DOWN TO PURCHASED PARTS.
      *
      *    TRANSACTION LAYOUT (BOMTRANS.DAT, ANY SEQUENCE) -
      *        CODE     A ADD, C CHANGE, D DELETE
      *        PARENT PART, COMPONENT PART, QTY PER (A AND C ONLY)
      *
      *    EDIT RULES -
      *        BOTH PARTS MUST BE ON INVENTORY.DAT FOR AN ADD.
      *        A PART MAY NOT BE A COMPONENT OF ITSELF, DIRECTLY OR
      *        THROUGH ANY OF ITS SUBASSEMBLIES.
      *        QTY PER MUST BE NUMERIC AND GREATER THAN ZERO.
      *    IF THE STRUCTURE TABLE OVERFLOWS THE RUN ENDS WITH RETURN
      *    CODE 8 AND THE LIVE FILE IS LEFT UNCHANGED.  ANY REJECTED
      *    TRANSACTION ENDS THE RUN WITH RETURN CODE 4.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOM-DATA
               ASSIGN TO "PARTBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT NEW-BOM-DATA
               ASSIGN TO "PARTBOMNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT TRANS-DATA
               ASSIGN TO "BOMTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT PRTOUT
               ASSIGN TO "BOMAUDIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOM-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-REC.

       01  BOM-REC.
           05  BM-PARENT           PIC X(5).
           05  BM-COMPONENT        PIC X(5).
           05  BM-QTY-PER          PIC 999.

       FD  NEW-BOM-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS NEW-BOM-REC.

       01  NEW-BOM-REC.
           05  NB-PARENT           PIC X(5).
           05  NB-COMPONENT        PIC X(5).
           05  NB-QTY-PER          PIC 999.

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

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  T-CODE              PIC X.
           05  T-PARENT            PIC X(5).
           05  T-COMPONENT         PIC X(5).
           05  T-QTY-PER           PIC 999.

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
           05  WS-BOM-STATUS       PIC XX          VALUE SPACES.
           05  WS-TRN-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-BOM-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-BOM                     VALUE 'N'.
           05  MORE-TRANS-RECS     PIC X           VALUE 'Y'.
               88  NO-MORE-TRANS                   VALUE 'N'.
           05  PART-FOUND-SW       PIC X           VALUE 'N'.
               88  PART-FOUND                      VALUE 'Y'.
           05  ROW-FOUND-SW        PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  CYCLE-FOUND-SW      PIC X           VALUE 'N'.
               88  CYCLE-FOUND                     VALUE 'Y'.
           05  FATAL-ERROR-SW      PIC X           VALUE 'N'.
               88  FATAL-ERROR                     VALUE 'Y'.
           05  BOM-EDIT-SW         PIC X           VALUE 'Y'.
               88  BOM-EDIT-OK                     VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  WK-FIND-PART        PIC X(5)        VALUE SPACES.
           05  WK-WALK-PART        PIC X(5)        VALUE SPACES.
           05  WK-WALK-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-BEF-QTY          PIC 999         VALUE ZEROS.
           05  WK-AFT-QTY          PIC 999         VALUE ZEROS.
           05  WK-TRN-READ-CTR     PIC 9(5)        VALUE ZEROS.
           05  WK-APPLIED-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-REJECT-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-BOM-IN-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-BOM-OUT-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  BOM-TABLE-DATA.
           05  BOM-CNT             PIC 9(4)        VALUE ZEROS.
           05  BOM-TABLE OCCURS 2000 TIMES.
               10  BT-KEY.
                   15  BT-PARENT       PIC X(5).
                   15  BT-COMPONENT    PIC X(5).
               10  BT-QTY-PER          PIC 999.

       01  WALK-STACK-DATA.
           05  WALK-CNT            PIC 9(4)        VALUE ZEROS.
           05  WALK-PART           PIC X(5)    OCCURS 500 TIMES.

       01  WK-TRN-KEY.
           05  WK-TRN-PARENT       PIC X(5)        VALUE SPACES.
           05  WK-TRN-COMPONENT    PIC X(5)        VALUE SPACES.

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
           05  FILLER              PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                       'BILL OF MATERIAL MAINTENANCE AUDIT'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(2)    VALUE 'CD'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'PARENT'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'COMPONENT'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'BEF'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'AFT'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'STATUS'.

       01  AUDIT-D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AU-CODE             PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AU-PARENT           PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AU-COMPONENT        PIC X(5).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  AU-BEF-QTY          PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AU-AFT-QTY          PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AU-STATUS           PIC X(35).

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'TRANSACTIONS READ:'.
           05  TL-READ             PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '   APPLIED:'.
           05  TL-APPLIED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '  REJECTED:'.
           05  TL-REJECTED         PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(20)   VALUE
                                   'STRUCTURE ROWS IN:'.
           05  TL-BOM-IN           PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE
                                   '       OUT:'.
           05  TL-BOM-OUT          PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGBOM.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-TRANS.
           IF FATAL-ERROR
               DISPLAY 'CBLPGBOM - TABLE CAPACITY EXCEEDED - LIVE '
                   'FILE LEFT UNCHANGED'
           ELSE
               PERFORM L2-COPYBACK THRU L2-COPYBACK-EXIT
           END-IF.
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
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'CBLPGBOM - OPEN OF INVENTORY.DAT FAILED - '
                   'STATUS ' WS-INV-STATUS
               MOVE 8 TO WK-RETURN-CODE
               MOVE WK-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BOM-DATA.
           IF WS-BOM-STATUS = '35'
               DISPLAY 'CBLPGBOM - PARTBOM.DAT NOT FOUND - NEW '
                   'STRUCTURE FILE WILL BE BUILT'
           ELSE
               PERFORM L9-LOAD-BOM THRU L9-LOAD-BOM-EXIT
                   UNTIL NO-MORE-BOM
               CLOSE BOM-DATA
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           OPEN INPUT TRANS-DATA.
           IF WS-TRN-STATUS = '35'
               DISPLAY 'CBLPGBOM - BOMTRANS.DAT NOT FOUND - NO '
                   'TRANSACTIONS APPLIED'
               MOVE 'N' TO MORE-TRANS-RECS
           ELSE
               PERFORM L9-READ-TRANS THRU L9-READ-TRANS-EXIT
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           ADD 1 TO WK-TRN-READ-CTR.
           MOVE T-PARENT TO WK-TRN-PARENT.
           MOVE T-COMPONENT TO WK-TRN-COMPONENT.
           MOVE ZEROS TO WK-BEF-QTY.
           MOVE ZEROS TO WK-AFT-QTY.
           PERFORM L9-FIND-BOM-ROW THRU L9-FIND-BOM-ROW-EXIT.
           IF ROW-FOUND
               MOVE BT-QTY-PER(SUB2) TO WK-BEF-QTY
               MOVE BT-QTY-PER(SUB2) TO WK-AFT-QTY
           END-IF.
           EVALUATE T-CODE
               WHEN 'A'
                   PERFORM L3-BOM-ADD THRU L3-BOM-ADD-EXIT
               WHEN 'C'
                   PERFORM L3-BOM-CHANGE THRU L3-BOM-CHANGE-EXIT
               WHEN 'D'
                   PERFORM L3-BOM-DELETE THRU L3-BOM-DELETE-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AU-STATUS
                   PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
           END-EVALUATE.
           PERFORM L9-READ-TRANS THRU L9-READ-TRANS-EXIT.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-BOM-ADD.
           PERFORM L9-EDIT-ADD THRU L9-EDIT-ADD-EXIT.
           IF NOT BOM-EDIT-OK
               PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
           ELSE
               IF BOM-CNT >= 2000
                   DISPLAY 'CBLPGBOM - BOM-TABLE-DATA FULL AT 2000 '
                       'ROWS - PARENT ' T-PARENT ' COMPONENT '
                       T-COMPONENT ' - RUN ABANDONED'
                   MOVE 'Y' TO FATAL-ERROR-SW
                   MOVE 'REJECTED - STRUCTURE TABLE FULL' TO AU-STATUS
                   PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
               ELSE
                   PERFORM L9-INSERT-BOM-ROW THRU
                       L9-INSERT-BOM-ROW-EXIT
                   MOVE ZEROS TO WK-BEF-QTY
                   MOVE T-QTY-PER TO WK-AFT-QTY
                   MOVE 'APPLIED' TO AU-STATUS
                   PERFORM L9-AUDIT-APP THRU L9-AUDIT-APP-EXIT
               END-IF
           END-IF.
       L3-BOM-ADD-EXIT.
           EXIT.

       L3-BOM-CHANGE.
           IF NOT ROW-FOUND
               MOVE 'REJECTED - UNKNOWN COMPONENT' TO AU-STATUS
               PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
           ELSE
               IF T-QTY-PER IS NOT NUMERIC OR T-QTY-PER = ZEROS
                   MOVE 'REJECTED - INVALID QTY PER' TO AU-STATUS
                   PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
               ELSE
                   MOVE T-QTY-PER TO BT-QTY-PER(SUB2)
                   MOVE T-QTY-PER TO WK-AFT-QTY
                   MOVE 'APPLIED' TO AU-STATUS
                   PERFORM L9-AUDIT-APP THRU L9-AUDIT-APP-EXIT
               END-IF
           END-IF.
       L3-BOM-CHANGE-EXIT.
           EXIT.

       L3-BOM-DELETE.
           IF NOT ROW-FOUND
               MOVE 'REJECTED - UNKNOWN COMPONENT' TO AU-STATUS
               PERFORM L9-AUDIT-REJ THRU L9-AUDIT-REJ-EXIT
           ELSE
               PERFORM L9-REMOVE-BOM-ROW THRU L9-REMOVE-BOM-ROW-EXIT
               MOVE ZEROS TO WK-AFT-QTY
               MOVE 'APPLIED' TO AU-STATUS
               PERFORM L9-AUDIT-APP THRU L9-AUDIT-APP-EXIT
           END-IF.
       L3-BOM-DELETE-EXIT.
           EXIT.

       L2-COPYBACK.
           OPEN OUTPUT NEW-BOM-DATA.
           PERFORM L9-WRITE-NEW-BOM THRU L9-WRITE-NEW-BOM-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > BOM-CNT.
           CLOSE NEW-BOM-DATA.
           OPEN INPUT NEW-BOM-DATA.
           OPEN OUTPUT BOM-DATA.
           MOVE 'Y' TO MORE-BOM-RECS.
           PERFORM L9-COPY-BOM THRU L9-COPY-BOM-EXIT
               UNTIL NO-MORE-BOM.
           CLOSE NEW-BOM-DATA.
           CLOSE BOM-DATA.
       L2-COPYBACK-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-LINE-CTR >= 51
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-TRN-READ-CTR TO TL-READ.
           MOVE WK-APPLIED-CTR TO TL-APPLIED.
           MOVE WK-REJECT-CTR TO TL-REJECTED.
           MOVE WK-BOM-IN-CTR TO TL-BOM-IN.
           MOVE WK-BOM-OUT-CTR TO TL-BOM-OUT.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE INVENTORY-DATA.
           IF WS-TRN-STATUS NOT = '35'
               CLOSE TRANS-DATA
           END-IF.
           CLOSE PRTOUT.
           IF WK-REJECT-CTR > ZEROS
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
           IF FATAL-ERROR
               MOVE 8 TO WK-RETURN-CODE
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L9-LOAD-BOM.
           READ BOM-DATA
               AT END
                   MOVE 'N' TO MORE-BOM-RECS
               NOT AT END
                   ADD 1 TO WK-BOM-IN-CTR
                   IF BOM-CNT < 2000
                       ADD 1 TO BOM-CNT
                       MOVE BM-PARENT TO BT-PARENT(BOM-CNT)
                       MOVE BM-COMPONENT TO BT-COMPONENT(BOM-CNT)
                       MOVE BM-QTY-PER TO BT-QTY-PER(BOM-CNT)
                   ELSE
                       DISPLAY 'CBLPGBOM - BOM-TABLE-DATA FULL AT '
                           '2000 ROWS - PARENT ' BM-PARENT
                           ' - RUN ABANDONED'
                       MOVE 'Y' TO FATAL-ERROR-SW
                   END-IF
           END-READ.
       L9-LOAD-BOM-EXIT.
           EXIT.

       L9-READ-TRANS.
           READ TRANS-DATA
               AT END MOVE 'N' TO MORE-TRANS-RECS.
       L9-READ-TRANS-EXIT.
           EXIT.

       L9-FIND-BOM-ROW.
           MOVE 'N' TO ROW-FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= BOM-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF BT-KEY(SUB2) = WK-TRN-KEY
                   MOVE 'Y' TO ROW-FOUND-SW
               END-IF
           END-PERFORM.
       L9-FIND-BOM-ROW-EXIT.
           EXIT.

       L9-INSERT-BOM-ROW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= BOM-CNT
               ADD 1 TO SUB2
               IF BT-KEY(SUB2) > WK-TRN-KEY
                   MOVE BOM-CNT TO SUB1
                   PERFORM UNTIL SUB1 < SUB2
                       MOVE BOM-TABLE(SUB1) TO BOM-TABLE(SUB1 + 1)
                       SUBTRACT 1 FROM SUB1
                   END-PERFORM
                   ADD 1 TO BOM-CNT
                   MOVE WK-TRN-KEY TO BT-KEY(SUB2)
                   MOVE T-QTY-PER TO BT-QTY-PER(SUB2)
                   GO TO L9-INSERT-BOM-ROW-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO BOM-CNT.
           MOVE WK-TRN-KEY TO BT-KEY(BOM-CNT).
           MOVE T-QTY-PER TO BT-QTY-PER(BOM-CNT).
       L9-INSERT-BOM-ROW-EXIT.
           EXIT.

       L9-REMOVE-BOM-ROW.
           PERFORM UNTIL SUB2 >= BOM-CNT
               MOVE BOM-TABLE(SUB2 + 1) TO BOM-TABLE(SUB2)
               ADD 1 TO SUB2
           END-PERFORM.
           SUBTRACT 1 FROM BOM-CNT.
       L9-REMOVE-BOM-ROW-EXIT.
           EXIT.

       L9-EDIT-ADD.
           MOVE 'Y' TO BOM-EDIT-SW.
           IF ROW-FOUND
               MOVE 'N' TO BOM-EDIT-SW
               MOVE 'REJECTED - DUPLICATE COMPONENT' TO AU-STATUS
           END-IF.
           IF BOM-EDIT-OK
               IF T-QTY-PER IS NOT NUMERIC OR T-QTY-PER = ZEROS
                   MOVE 'N' TO BOM-EDIT-SW
                   MOVE 'REJECTED - INVALID QTY PER' TO AU-STATUS
               END-IF
           END-IF.
           IF BOM-EDIT-OK
               IF T-PARENT = T-COMPONENT
                   MOVE 'N' TO BOM-EDIT-SW
                   MOVE 'REJECTED - PART USES ITSELF' TO AU-STATUS
               END-IF
           END-IF.
           IF BOM-EDIT-OK
               MOVE T-PARENT TO WK-FIND-PART
               PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT
               IF NOT PART-FOUND
                   MOVE 'N' TO BOM-EDIT-SW
                   MOVE 'REJECTED - PARENT NOT ON INVENTORY'
                       TO AU-STATUS
               END-IF
           END-IF.
           IF BOM-EDIT-OK
               MOVE T-COMPONENT TO WK-FIND-PART
               PERFORM L9-FIND-INVENTORY THRU L9-FIND-INVENTORY-EXIT
               IF NOT PART-FOUND
                   MOVE 'N' TO BOM-EDIT-SW
                   MOVE 'REJECTED - COMPONENT NOT ON INVENTORY'
                       TO AU-STATUS
               END-IF
           END-IF.
           IF BOM-EDIT-OK
               PERFORM L9-CHECK-CYCLE THRU L9-CHECK-CYCLE-EXIT
               IF CYCLE-FOUND
                   MOVE 'N' TO BOM-EDIT-SW
                   MOVE 'REJECTED - PART USES ITSELF' TO AU-STATUS
               END-IF
           END-IF.
       L9-EDIT-ADD-EXIT.
           EXIT.

       L9-CHECK-CYCLE.
           MOVE 'N' TO CYCLE-FOUND-SW.
           MOVE ZEROS TO WK-WALK-CTR.
           MOVE 1 TO WALK-CNT.
           MOVE T-COMPONENT TO WALK-PART(1).
           PERFORM L9-WALK-NEXT THRU L9-WALK-NEXT-EXIT
               UNTIL WALK-CNT = ZEROS OR CYCLE-FOUND.
       L9-CHECK-CYCLE-EXIT.
           EXIT.

       L9-WALK-NEXT.
           MOVE WALK-PART(WALK-CNT) TO WK-WALK-PART.
           SUBTRACT 1 FROM WALK-CNT.
           ADD 1 TO WK-WALK-CTR.
           IF WK-WALK-PART = T-PARENT OR WK-WALK-CTR > 5000
               MOVE 'Y' TO CYCLE-FOUND-SW
           ELSE
               PERFORM VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > BOM-CNT OR CYCLE-FOUND
                   IF BT-PARENT(SUB1) = WK-WALK-PART
                       IF WALK-CNT < 500
                           ADD 1 TO WALK-CNT
                           MOVE BT-COMPONENT(SUB1) TO
                               WALK-PART(WALK-CNT)
                       ELSE
                           MOVE 'Y' TO CYCLE-FOUND-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       L9-WALK-NEXT-EXIT.
           EXIT.

       L9-FIND-INVENTORY.
           MOVE 'N' TO PART-FOUND-SW.
           MOVE WK-FIND-PART TO I-INV-PART.
           READ INVENTORY-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PART-FOUND-SW
           END-READ.
       L9-FIND-INVENTORY-EXIT.
           EXIT.

       L9-AUDIT-APP.
           ADD 1 TO WK-APPLIED-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L9-AUDIT-APP-EXIT.
           EXIT.

       L9-AUDIT-REJ.
           ADD 1 TO WK-REJECT-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
       L9-AUDIT-REJ-EXIT.
           EXIT.

       L9-AUDIT-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE T-CODE TO AU-CODE.
           MOVE T-PARENT TO AU-PARENT.
           MOVE T-COMPONENT TO AU-COMPONENT.
           MOVE WK-BEF-QTY TO AU-BEF-QTY.
           MOVE WK-AFT-QTY TO AU-AFT-QTY.
           WRITE PRTLINE FROM AUDIT-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-AUDIT-LINE-EXIT.
           EXIT.

       L9-WRITE-NEW-BOM.
           MOVE BT-PARENT(SUB1) TO NB-PARENT.
           MOVE BT-COMPONENT(SUB1) TO NB-COMPONENT.
           MOVE BT-QTY-PER(SUB1) TO NB-QTY-PER.
           WRITE NEW-BOM-REC.
           ADD 1 TO WK-BOM-OUT-CTR.
       L9-WRITE-NEW-BOM-EXIT.
           EXIT.

       L9-COPY-BOM.
           READ NEW-BOM-DATA
               AT END
                   MOVE 'N' TO MORE-BOM-RECS
               NOT AT END
                   MOVE NEW-BOM-REC TO BOM-REC
                   WRITE BOM-REC
           END-READ.
       L9-COPY-BOM-EXIT.
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

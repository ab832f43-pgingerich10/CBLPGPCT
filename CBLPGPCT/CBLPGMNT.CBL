      *        FILE     M MASTER ROW, O ORDER RECORD
      *        PLANT/MACHINE/PART/QTY (PART USED FOR M ONLY, QTY IS
      *        PART QTY FOR M AND ORDER NUM FOR O)
      *        DUE DATE (YYYYMMDD) AND PRIORITY (1-9, 1 MOST URGENT)
      *        FOR O ONLY.  ON AN ADD A BLANK DUE DATE LEAVES THE
      *        ORDER UNSCHEDULED AND A BLANK PRIORITY DEFAULTS TO 5.
      *        ON A CHANGE A BLANK DUE DATE OR PRIORITY KEEPS THE
      *        VALUE ON FILE, AND A DUE DATE OF ZEROS UNSCHEDULES
      *        THE ORDER.
      *    TRANSACTIONS OUT OF KEY SEQUENCE ARE REJECTED ON THE
      *    AUDIT REPORT.  IF A WORK TABLE OVERFLOWS THE RUN ENDS
      *    WITH RETURN CODE 8 AND THE LIVE FILES ARE LEFT UNCHANGED.

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

       FD  NEW-ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS NEW-ORDER-RECORD.

       01  NEW-ORDER-RECORD.
               10  O-ORD-PLANT         PIC X(3).
               10  O-ORD-MACHINE       PIC X(5).
           05  O-ORD-NUM           PIC 9(3).
           05  O-ORD-DUE-DATE      PIC 9(8).
           05  O-ORD-PRIORITY      PIC X.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
               10  T-MACHINE           PIC X(5).
           05  T-PART              PIC X(5).
           05  T-QTY               PIC 999.
           05  T-DUE-DATE          PIC X(8).
           05  T-PRIORITY          PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  WK-GRP-KEY          PIC X(8)        VALUE SPACES.
           05  WK-ORD-GRP-KEY      PIC X(8)        VALUE SPACES.
           05  WK-ORD-HOLD-NUM     PIC 9(3)        VALUE ZEROS.
           05  WK-ORD-HOLD-DUE     PIC 9(8)        VALUE ZEROS.
           05  WK-ORD-HOLD-PRI     PIC X           VALUE SPACE.
           05  WK-BEF-DUE          PIC 9(8)        VALUE ZEROS.
           05  WK-BEF-PRI          PIC X           VALUE SPACE.
           05  WK-NEW-DUE          PIC 9(8)        VALUE ZEROS.
           05  WK-NEW-PRI          PIC X           VALUE SPACE.
           05  ORD-EDIT-SW         PIC X           VALUE 'Y'.
               88  ORD-EDIT-OK                     VALUE 'Y'.
           05  WK-CHK-DATE         PIC X(8)        VALUE SPACES.
           05  WK-CHK-DATE-R REDEFINES WK-CHK-DATE.
               10  WK-CHK-YEAR         PIC 9(4).
               10  WK-CHK-MONTH        PIC 99.
               10  WK-CHK-DAY          PIC 99.
           05  WK-CHK-DATE-N REDEFINES WK-CHK-DATE
                                   PIC 9(8).
           05  WK-FMT-DATE         PIC 9(8)        VALUE ZEROS.
           05  WK-FMT-DATE-R REDEFINES WK-FMT-DATE.
               10  WK-FMT-YEAR         PIC 9(4).
               10  WK-FMT-MONTH        PIC 99.
               10  WK-FMT-DAY          PIC 99.
           05  WK-BEF-QTY          PIC 999         VALUE ZEROS.
           05  WK-AFT-QTY          PIC 999         VALUE ZEROS.
           05  WK-TRN-READ-CTR     PIC 9(5)        VALUE ZEROS.
               10  OT-CODE             PIC X.
               10  OT-KEY              PIC X(8).
               10  OT-NUM              PIC 9(3).
               10  OT-DUE-DATE         PIC X(8).
               10  OT-PRIORITY         PIC X.

       01  ORDER-FILE-DATA.
           05  ORD-FILE-CNT        PIC 999         VALUE ZEROS.
           05  ORD-FILE-TABLE OCCURS 500 TIMES.
               10  OF-KEY              PIC X(8).
               10  OF-NUM              PIC 9(3).
               10  OF-DUE-DATE         PIC 9(8).
               10  OF-PRIORITY         PIC X.

       01  NEW-MASTER-KEY-DATA.
           05  NEW-MST-CNT         PIC 999         VALUE ZEROS.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  AU-STATUS           PIC X(30).

       01  AUDIT-D2.
           05  FILLER              PIC X(16)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'DUE: '.
           05  AD-BEF-DUE.
               10  AD-BEF-MONTH        PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AD-BEF-DAY          PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AD-BEF-YEAR         PIC 9(4).
           05  FILLER              PIC X(4)    VALUE ' TO '.
           05  AD-AFT-DUE.
               10  AD-AFT-MONTH        PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AD-AFT-DAY          PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  AD-AFT-YEAR         PIC 9(4).
           05  FILLER              PIC X(9)    VALUE '    PRI: '.
           05  AD-BEF-PRI          PIC X.
           05  FILLER              PIC X(4)    VALUE ' TO '.
           05  AD-AFT-PRI          PIC X.

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(20)   VALUE
                                   'TRANSACTIONS READ:'.
               AND OF-KEY(OF-SUB) = WK-ORD-GRP-KEY
               MOVE 'Y' TO ORD-PRESENT-SW
               MOVE OF-NUM(OF-SUB) TO WK-ORD-HOLD-NUM
               MOVE OF-DUE-DATE(OF-SUB) TO WK-ORD-HOLD-DUE
               MOVE OF-PRIORITY(OF-SUB) TO WK-ORD-HOLD-PRI
               ADD 1 TO OF-SUB
           ELSE
               MOVE 'N' TO ORD-PRESENT-SW
               MOVE ZEROS TO WK-ORD-HOLD-NUM
               MOVE ZEROS TO WK-ORD-HOLD-DUE
               MOVE SPACE TO WK-ORD-HOLD-PRI
           END-IF.
           PERFORM L4-ORD-TRN THRU L4-ORD-TRN-EXIT
               UNTIL OT-SUB > ORD-TRN-CNT
           IF ORD-PRESENT
               MOVE WK-ORD-GRP-KEY TO O-ORD-KEY
               MOVE WK-ORD-HOLD-NUM TO O-ORD-NUM
               MOVE WK-ORD-HOLD-DUE TO O-ORD-DUE-DATE
               MOVE WK-ORD-HOLD-PRI TO O-ORD-PRIORITY
               WRITE NEW-ORDER-RECORD
               ADD 1 TO WK-ORD-OUT-CTR
           END-IF.

       L4-ORD-TRN.
           MOVE 'O' TO AU-FILE.
           MOVE WK-ORD-HOLD-DUE TO WK-BEF-DUE.
           MOVE WK-ORD-HOLD-PRI TO WK-BEF-PRI.
           EVALUATE OT-CODE(OT-SUB)
               WHEN 'A'
                   PERFORM L5-ORD-ADD THRU L5-ORD-ADD-EXIT
                   MOVE ZEROS TO WK-AFT-QTY
                   PERFORM L9-AUDIT-ORD-REJ THRU L9-AUDIT-ORD-REJ-EXIT
               ELSE
                   PERFORM L9-EDIT-ORD-TRN THRU L9-EDIT-ORD-TRN-EXIT
                   IF NOT ORD-EDIT-OK
                       MOVE ZEROS TO WK-BEF-QTY
                       MOVE ZEROS TO WK-AFT-QTY
                       PERFORM L9-AUDIT-ORD-REJ THRU
                           L9-AUDIT-ORD-REJ-EXIT
                   ELSE
                       MOVE 'Y' TO ORD-PRESENT-SW
                       MOVE OT-NUM(OT-SUB) TO WK-ORD-HOLD-NUM
                       MOVE WK-NEW-DUE TO WK-ORD-HOLD-DUE
                       MOVE WK-NEW-PRI TO WK-ORD-HOLD-PRI
                       MOVE ZEROS TO WK-BEF-QTY
                       MOVE OT-NUM(OT-SUB) TO WK-AFT-QTY
                       MOVE 'APPLIED' TO AU-STATUS
                       PERFORM L9-AUDIT-ORD-APP THRU
                           L9-AUDIT-ORD-APP-EXIT
                   END-IF
               END-IF
           END-IF.
       L5-ORD-ADD-EXIT.
               MOVE ZEROS TO WK-AFT-QTY
               PERFORM L9-AUDIT-ORD-REJ THRU L9-AUDIT-ORD-REJ-EXIT
           ELSE
               PERFORM L9-EDIT-ORD-TRN THRU L9-EDIT-ORD-TRN-EXIT
               IF NOT ORD-EDIT-OK
                   MOVE WK-ORD-HOLD-NUM TO WK-BEF-QTY
                   MOVE WK-ORD-HOLD-NUM TO WK-AFT-QTY
                   PERFORM L9-AUDIT-ORD-REJ THRU L9-AUDIT-ORD-REJ-EXIT
               ELSE
                   MOVE WK-ORD-HOLD-NUM TO WK-BEF-QTY
                   MOVE OT-NUM(OT-SUB) TO WK-ORD-HOLD-NUM
                   MOVE WK-NEW-DUE TO WK-ORD-HOLD-DUE
                   MOVE WK-NEW-PRI TO WK-ORD-HOLD-PRI
                   MOVE OT-NUM(OT-SUB) TO WK-AFT-QTY
                   MOVE 'APPLIED' TO AU-STATUS
                   PERFORM L9-AUDIT-ORD-APP THRU L9-AUDIT-ORD-APP-EXIT
               END-IF
           END-IF.
       L5-ORD-CHANGE-EXIT.
           EXIT.
                   MOVE ZEROS TO WK-AFT-QTY
                   MOVE 'N' TO ORD-PRESENT-SW
                   MOVE ZEROS TO WK-ORD-HOLD-NUM
                   MOVE ZEROS TO WK-ORD-HOLD-DUE
                   MOVE SPACE TO WK-ORD-HOLD-PRI
                   MOVE 'APPLIED' TO AU-STATUS
                   PERFORM L9-AUDIT-ORD-APP THRU L9-AUDIT-ORD-APP-EXIT
               END-IF
                                   MOVE T-CODE TO OT-CODE(ORD-TRN-CNT)
                                   MOVE T-KEY TO OT-KEY(ORD-TRN-CNT)
                                   MOVE T-QTY TO OT-NUM(ORD-TRN-CNT)
                                   MOVE T-DUE-DATE TO
                                       OT-DUE-DATE(ORD-TRN-CNT)
                                   MOVE T-PRIORITY TO
                                       OT-PRIORITY(ORD-TRN-CNT)
                               ELSE
                                   DISPLAY 'CBLPGMNT - ORDER-TRANS-'
                                       'DATA FULL AT 200 ROWS - '
                       ADD 1 TO ORD-FILE-CNT
                       MOVE I-ORD-KEY TO OF-KEY(ORD-FILE-CNT)
                       MOVE I-ORD-NUM TO OF-NUM(ORD-FILE-CNT)
                       IF I-ORD-DUE-DATE IS NUMERIC
                           MOVE I-ORD-DUE-DATE TO
                               OF-DUE-DATE(ORD-FILE-CNT)
                       ELSE
                           MOVE ZEROS TO OF-DUE-DATE(ORD-FILE-CNT)
                       END-IF
                       MOVE I-ORD-PRIORITY TO OF-PRIORITY(ORD-FILE-CNT)
                   ELSE
                       DISPLAY 'CBLPGMNT - ORDER-FILE-DATA FULL AT '
                           '500 ROWS - ORDER ' I-ORD-KEY ' - RUN '
           MOVE WK-ORD-GRP-KEY(4:5) TO AU-MACHINE.
           ADD 1 TO WK-APPLIED-CTR.
           PERFORM L9-AUDIT-LINE THRU L9-AUDIT-LINE-EXIT.
           PERFORM L9-AUDIT-ORD-DUE THRU L9-AUDIT-ORD-DUE-EXIT.
       L9-AUDIT-ORD-APP-EXIT.
           EXIT.

       L9-AUDIT-ORD-DUE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-BEF-DUE TO WK-FMT-DATE.
           MOVE WK-FMT-MONTH TO AD-BEF-MONTH.
           MOVE WK-FMT-DAY TO AD-BEF-DAY.
           MOVE WK-FMT-YEAR TO AD-BEF-YEAR.
           MOVE WK-ORD-HOLD-DUE TO WK-FMT-DATE.
           MOVE WK-FMT-MONTH TO AD-AFT-MONTH.
           MOVE WK-FMT-DAY TO AD-AFT-DAY.
           MOVE WK-FMT-YEAR TO AD-AFT-YEAR.
           MOVE WK-BEF-PRI TO AD-BEF-PRI.
           MOVE WK-ORD-HOLD-PRI TO AD-AFT-PRI.
           WRITE PRTLINE FROM AUDIT-D2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-AUDIT-ORD-DUE-EXIT.
           EXIT.

       L9-EDIT-ORD-TRN.
           MOVE 'Y' TO ORD-EDIT-SW.
           IF OT-DUE-DATE(OT-SUB) = SPACES
               IF OT-CODE(OT-SUB) = 'A'
                   MOVE ZEROS TO WK-NEW-DUE
               ELSE
                   MOVE WK-ORD-HOLD-DUE TO WK-NEW-DUE
               END-IF
           ELSE
               MOVE OT-DUE-DATE(OT-SUB) TO WK-CHK-DATE
               IF WK-CHK-DATE IS NUMERIC
                   AND WK-CHK-DATE-N = ZEROS
                   MOVE ZEROS TO WK-NEW-DUE
               ELSE
                   IF WK-CHK-DATE IS NUMERIC
                       AND WK-CHK-YEAR > ZEROS
                       AND WK-CHK-MONTH >= 1 AND WK-CHK-MONTH <= 12
                       AND WK-CHK-DAY >= 1 AND WK-CHK-DAY <= 31
                       MOVE WK-CHK-DATE-N TO WK-NEW-DUE
                   ELSE
                       MOVE 'N' TO ORD-EDIT-SW
                       MOVE 'REJECTED - INVALID DUE DATE'
                           TO AU-STATUS
                   END-IF
               END-IF
           END-IF.
           IF OT-PRIORITY(OT-SUB) = SPACE
               IF OT-CODE(OT-SUB) = 'A'
                   MOVE '5' TO WK-NEW-PRI
               ELSE
                   MOVE WK-ORD-HOLD-PRI TO WK-NEW-PRI
               END-IF
           ELSE
               IF OT-PRIORITY(OT-SUB) >= '1'
                   AND OT-PRIORITY(OT-SUB) <= '9'
                   MOVE OT-PRIORITY(OT-SUB) TO WK-NEW-PRI
               ELSE
                   MOVE 'N' TO ORD-EDIT-SW
                   MOVE 'REJECTED - INVALID PRIORITY' TO AU-STATUS
               END-IF
           END-IF.
       L9-EDIT-ORD-TRN-EXIT.
           EXIT.

       L9-AUDIT-ORD-REJ.
           MOVE OT-CODE(OT-SUB) TO AU-CODE.
           MOVE SPACES TO AU-PART.

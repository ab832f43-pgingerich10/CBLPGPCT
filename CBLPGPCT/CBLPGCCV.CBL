       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGCCV.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL READ THE KEYED CYCLE COUNTS
      *    (CYCCOUNT.DAT) FOR THE PARTS SELECTED BY CBLPGCCS
      *    (CYCSEL.DAT), PRINT THE COUNT VARIANCE REPORT (CYCVAR.PRT)
      *    IN QUANTITY AND DOLLARS AT THE BOOK COST, AND TURN THE
      *    VARIANCES INTO ADJUSTMENT TRANSACTIONS ON INVTRANS.DAT -
      *        G  COUNT GAIN  (COUNTED MORE THAN BOOK)
      *        L  COUNT LOSS  (COUNTED LESS THAN BOOK)
      *    WHICH CBLPGINV POSTS AND LISTS ON ITS AUDIT REPORT.
      *
      *    A VARIANCE WHOSE DOLLARS ARE OVER THE TOLERANCE ON THE
      *    CONTROL FILE (CYCCTL.DAT, 100.00 WHEN MISSING) IS NOT
      *    POSTED BUT HELD ON CYCHOLD.DAT FOR SUPERVISOR APPROVAL.
      *    THE SUPERVISOR'S DECISIONS ARE KEYED TO CYCAPPR.DAT BY
      *    PART AND COUNT DATE -
      *        A  APPROVED  THE ADJUSTMENT IS POSTED
      *        R  REJECTED  THE COUNT IS DROPPED - RECOUNT THE PART
      *    HELD VARIANCES WITH NO DECISION STAY HELD.  AN APPROVAL
      *    READ MORE THAN ONE DAY AFTER THE COUNT DATE IS NOT POSTED -
      *    THE COUNT IS DROPPED AS EXPIRED AND THE PART IS LEFT FOR
      *    CBLPGCCS TO SELECT AND COUNT AGAIN.
      *
      *    THE BOOK QUANTITY IS THE CYCSEL.DAT SNAPSHOT TAKEN BY
      *    CBLPGCCS THE NIGHT BEFORE, AND THE ISSUES AND RECEIPTS
      *    OF THE COUNT DAY ARE POSTED SEPARATELY BY CBLPGINV.  THE
      *    COUNT SHEETS THEREFORE CARRY THE CUT-OFF RULE - A PART IS
      *    COUNTED BEFORE ANY ISSUE OR RECEIPT OF IT THAT DAY - SO
      *    THE SHELF STILL MATCHES THE SNAPSHOT APART FROM THE
      *    VARIANCE BEING MEASURED.
      *
      *    EVERY COUNT SETTLED IS ADDED TO THE COUNT HISTORY FILE
      *    (CYCHIST.DAT) WITH ITS DISPOSITION -
      *        N  NO VARIANCE
      *        A  POSTED WITHIN TOLERANCE
      *        S  POSTED ON SUPERVISOR APPROVAL
      *        X  REJECTED BY SUPERVISOR
      *        E  APPROVAL EXPIRED - NOT POSTED, PART TO BE RECOUNTED
      *    SELECTED PARTS WITH NO COUNT ARE LISTED AS NOT COUNTED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CYC-CTL-DATA
               ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYC-SEL-DATA
               ASSIGN TO "CYCSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT CYC-COUNT-DATA
               ASSIGN TO "CYCCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

           SELECT CYC-HOLD-DATA
               ASSIGN TO "CYCHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CYC-APPR-DATA
               ASSIGN TO "CYCAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT CYC-HIST-DATA
               ASSIGN TO "CYCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT TRANS-DATA
               ASSIGN TO "INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT PRTOUT
               ASSIGN TO "CYCVAR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO "CBLPGPCT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CYC-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CYC-CTL-REC.

       01  CYC-CTL-REC.
           05  CC-LAST-PART        PIC X(5).
           05  CC-DAILY-PARTS      PIC 9(3).
           05  CC-TOLERANCE        PIC 9(5)V99.
           05  CC-RECOUNT-DAYS     PIC 9(3).

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

       FD  CYC-COUNT-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CYC-COUNT-REC.

       01  CYC-COUNT-REC.
           05  CT-PART             PIC X(5).
           05  CT-COUNT-QTY        PIC 9(5).
           05  CT-COUNTER          PIC X(3).
           05  CT-COUNT-DATE       PIC 9(8).

       FD  CYC-HOLD-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CYC-HOLD-REC.

       01  CYC-HOLD-REC.
           05  HD-PART             PIC X(5).
           05  HD-COUNT-DATE       PIC 9(8).
           05  HD-BOOK-QTY         PIC 9(5).
           05  HD-COUNT-QTY        PIC 9(5).
           05  HD-COST             PIC 9(4)V99.
           05  HD-COUNTER          PIC X(3).

       FD  CYC-APPR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS CYC-APPR-REC.

       01  CYC-APPR-REC.
           05  AP-PART             PIC X(5).
           05  AP-COUNT-DATE       PIC 9(8).
           05  AP-DECISION         PIC X.
           05  AP-SUPV             PIC X(3).

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

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  T-CODE              PIC X.
           05  T-PART              PIC X(5).
           05  T-QTY               PIC 9(5).
           05  T-COST              PIC 9(4)V99.

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
           05  WS-CTL-STATUS       PIC XX          VALUE SPACES.
           05  WS-SEL-STATUS       PIC XX          VALUE SPACES.
           05  WS-CNT-STATUS       PIC XX          VALUE SPACES.
           05  WS-HLD-STATUS       PIC XX          VALUE SPACES.
           05  WS-APR-STATUS       PIC XX          VALUE SPACES.
           05  WS-HST-STATUS       PIC XX          VALUE SPACES.
           05  WS-TRN-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-SEL-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-SEL                     VALUE 'N'.
           05  MORE-CNT-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-CNT                     VALUE 'N'.
           05  MORE-HLD-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-HLD                     VALUE 'N'.
           05  MORE-APR-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-APR                     VALUE 'N'.
           05  FOUND-SW            PIC X           VALUE 'N'.
               88  ROW-FOUND                       VALUE 'Y'.
           05  TRN-OPEN-SW         PIC X           VALUE 'N'.
               88  TRN-OPEN                        VALUE 'Y'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  SUB2                PIC 9(4)        VALUE ZEROS.
           05  WK-TOLERANCE        PIC 9(5)V99     VALUE 100.00.
           05  WK-RUN-DATE.
               10  WK-RUN-YEAR         PIC 9(4).
               10  WK-RUN-MONTH        PIC 99.
               10  WK-RUN-DAY          PIC 99.
           05  WK-RUN-DATE-N REDEFINES WK-RUN-DATE
                                   PIC 9(8).
           05  WK-PART             PIC X(5)        VALUE SPACES.
           05  WK-COUNT-DATE       PIC 9(8)        VALUE ZEROS.
           05  WK-BOOK-QTY         PIC 9(5)        VALUE ZEROS.
           05  WK-COUNT-QTY        PIC 9(5)        VALUE ZEROS.
           05  WK-COST             PIC 9(4)V99     VALUE ZEROS.
           05  WK-DISP             PIC X           VALUE SPACE.
           05  WK-COUNT-AGE        PIC S9(7)       VALUE ZEROS.
           05  WK-VAR-QTY          PIC S9(6)       VALUE ZEROS.
           05  WK-VAR-COST         PIC S9(7)V99    VALUE ZEROS.
           05  WK-ABS-COST         PIC 9(7)V99     VALUE ZEROS.
           05  WK-NET-COST         PIC S9(9)V99    VALUE ZEROS.
           05  WK-GROSS-COST       PIC 9(9)V99     VALUE ZEROS.
           05  WK-ACCURACY         PIC 9(3)V9      VALUE ZEROS.
           05  WK-CNT-READ-CTR     PIC 9(5)        VALUE ZEROS.
           05  WK-VALID-CTR        PIC 9(5)        VALUE ZEROS.
           05  WK-NO-VAR-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-POSTED-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-HELD-CTR         PIC 9(5)        VALUE ZEROS.
           05  WK-REJECT-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-NOT-CNT-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-APPROVED-CTR     PIC 9(5)        VALUE ZEROS.
           05  WK-DENIED-CTR       PIC 9(5)        VALUE ZEROS.
           05  WK-EXPIRED-CTR      PIC 9(5)        VALUE ZEROS.
           05  WK-STILL-HELD-CTR   PIC 9(5)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  SELECTED-PART-DATA.
           05  SEL-CNT             PIC 9(4)        VALUE ZEROS.
           05  SEL-TABLE OCCURS 999 TIMES.
               10  SEL-PART            PIC X(5).
               10  SEL-BOOK-QTY        PIC 9(5).
               10  SEL-COST            PIC 9(4)V99.
               10  SEL-COUNTED-SW      PIC X.

       01  HOLD-TABLE-DATA.
           05  HLD-CNT             PIC 9(4)        VALUE ZEROS.
           05  HLD-TABLE OCCURS 999 TIMES.
               10  HLD-PART            PIC X(5).
               10  HLD-COUNT-DATE      PIC 9(8).
               10  HLD-BOOK-QTY        PIC 9(5).
               10  HLD-COUNT-QTY       PIC 9(5).
               10  HLD-COST            PIC 9(4)V99.
               10  HLD-COUNTER         PIC X(3).
               10  HLD-ACTIVE-SW       PIC X.

       01  APPROVAL-TABLE-DATA.
           05  APR-CNT             PIC 9(4)        VALUE ZEROS.
           05  APR-TABLE OCCURS 999 TIMES.
               10  APR-PART            PIC X(5).
               10  APR-COUNT-DATE      PIC 9(8).
               10  APR-DECISION        PIC X.
               10  APR-SUPV            PIC X(3).
               10  APR-USED-SW         PIC X.

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
           05  FILLER              PIC X(26)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                           'CYCLE COUNT VARIANCE REPORT'.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(12)   VALUE 'COUNT DATE'.
           05  FILLER              PIC X(8)    VALUE 'BOOK'.
           05  FILLER              PIC X(8)    VALUE 'COUNTED'.
           05  FILLER              PIC X(9)    VALUE 'VAR QTY'.
           05  FILLER              PIC X(13)   VALUE '      VAR $'.
           05  FILLER              PIC X(6)    VALUE 'STATUS'.

       01  SECTION-HDG-LINE.
           05  SH-TEXT             PIC X(50).

       01  VAR-D1.
           05  VD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-COUNT-DATE       PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-BOOK-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-COUNT-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-VAR-QTY          PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-VAR-COST         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VD-STATUS           PIC X(20).

       01  EDIT-DATE-OUT.
           05  ED-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-DAY              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-YEAR             PIC 9(4).

       01  TOTAL-LINE-1.
           05  FILLER              PIC X(16)   VALUE
                                   'COUNTS READ:'.
           05  TL-READ             PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   NO VARIANCE:'.
           05  TL-NO-VAR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   ACCURACY %:'.
           05  TL-ACCURACY         PIC ZZ9.9.

       01  TOTAL-LINE-2.
           05  FILLER              PIC X(16)   VALUE
                                   'POSTED:'.
           05  TL-POSTED           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   HELD:'.
           05  TL-HELD             PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   REJECTED:'.
           05  TL-REJECTED         PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER              PIC X(16)   VALUE
                                   'SUPV APPROVED:'.
           05  TL-APPROVED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   SUPV DENIED:'.
           05  TL-DENIED           PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)   VALUE
                                   '   NOT COUNTED:'.
           05  TL-NOT-COUNTED      PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER              PIC X(22)   VALUE
                                   'NET ADJUSTMENT $:'.
           05  TL-NET-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(16)   VALUE
                                   '   GROSS $:'.
           05  TL-GROSS-COST       PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-5.
           05  FILLER              PIC X(22)   VALUE
                                   'STILL HELD FOR SUPV:'.
           05  TL-STILL-HELD       PIC ZZ,ZZ9.
           05  FILLER              PIC X(22)   VALUE
                                   '   TOLERANCE $:'.
           05  TL-TOLERANCE        PIC ZZ,ZZ9.99.

       01  TOTAL-LINE-6.
           05  FILLER              PIC X(22)   VALUE
                                   'APPROVALS EXPIRED:'.
           05  TL-EXPIRED          PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGCCV.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-HELD-DECISIONS THRU L2-HELD-DECISIONS-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-CNT.
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
           OPEN INPUT CYC-CTL-DATA.
           IF WS-CTL-STATUS NOT = '35'
               READ CYC-CTL-DATA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-TOLERANCE TO WK-TOLERANCE
               END-READ
               CLOSE CYC-CTL-DATA
           END-IF.
           OPEN INPUT CYC-SEL-DATA.
           IF WS-SEL-STATUS NOT = '35'
               PERFORM L9-LOAD-SEL THRU L9-LOAD-SEL-EXIT
                   UNTIL NO-MORE-SEL
               CLOSE CYC-SEL-DATA
           END-IF.
           OPEN INPUT CYC-HOLD-DATA.
           IF WS-HLD-STATUS NOT = '35'
               PERFORM L9-LOAD-HOLD THRU L9-LOAD-HOLD-EXIT
                   UNTIL NO-MORE-HLD
               CLOSE CYC-HOLD-DATA
           END-IF.
           OPEN INPUT CYC-APPR-DATA.
           IF WS-APR-STATUS NOT = '35'
               PERFORM L9-LOAD-APPR THRU L9-LOAD-APPR-EXIT
                   UNTIL NO-MORE-APR
               CLOSE CYC-APPR-DATA
           END-IF.
           OPEN EXTEND CYC-HIST-DATA.
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT CYC-HIST-DATA
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           OPEN INPUT CYC-COUNT-DATA.
           IF WS-CNT-STATUS = '35'
               DISPLAY 'CBLPGCCV - CYCCOUNT.DAT NOT FOUND - NO '
                   'COUNTS TO PROCESS'
               MOVE 'N' TO MORE-CNT-RECS
           ELSE
               PERFORM L9-READ-COUNT THRU L9-READ-COUNT-EXIT
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-HELD-DECISIONS.
           IF HLD-CNT = ZEROS AND APR-CNT = ZEROS
               GO TO L2-HELD-DECISIONS-EXIT
           END-IF.
           MOVE 'HELD VARIANCES - SUPERVISOR DECISIONS' TO SH-TEXT.
           PERFORM L9-SECTION-HDG THRU L9-SECTION-HDG-EXIT.
           PERFORM L3-HELD-ROW THRU L3-HELD-ROW-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > HLD-CNT.
           PERFORM L3-UNUSED-APPR THRU L3-UNUSED-APPR-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > APR-CNT.
       L2-HELD-DECISIONS-EXIT.
           EXIT.

       L3-HELD-ROW.
           MOVE HLD-PART(SUB1) TO WK-PART.
           MOVE HLD-COUNT-DATE(SUB1) TO WK-COUNT-DATE.
           MOVE HLD-BOOK-QTY(SUB1) TO WK-BOOK-QTY.
           MOVE HLD-COUNT-QTY(SUB1) TO WK-COUNT-QTY.
           MOVE HLD-COST(SUB1) TO WK-COST.
           PERFORM L9-CALC-VARIANCE THRU L9-CALC-VARIANCE-EXIT.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB2.
           PERFORM UNTIL SUB2 >= APR-CNT OR ROW-FOUND
               ADD 1 TO SUB2
               IF APR-PART(SUB2) = WK-PART
                   AND APR-COUNT-DATE(SUB2) = WK-COUNT-DATE
                   AND APR-USED-SW(SUB2) = 'N'
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ROW-FOUND
               MOVE 'STILL HELD' TO VD-STATUS
               ADD 1 TO WK-STILL-HELD-CTR
           ELSE
               MOVE 'Y' TO APR-USED-SW(SUB2)
               COMPUTE WK-COUNT-AGE =
                   FUNCTION INTEGER-OF-DATE(WK-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WK-COUNT-DATE)
               EVALUATE TRUE
                   WHEN APR-DECISION(SUB2) = 'A'
                       AND (WK-COUNT-AGE > 1 OR WK-COUNT-AGE < 0)
                       MOVE 'E' TO WK-DISP
                       PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT
                       MOVE 'N' TO HLD-ACTIVE-SW(SUB1)
                       MOVE 'APPR EXPIRED-RECOUNT' TO VD-STATUS
                       ADD 1 TO WK-EXPIRED-CTR
                       MOVE 4 TO WK-RETURN-CODE
                   WHEN APR-DECISION(SUB2) = 'A'
                       PERFORM L9-WRITE-ADJUST THRU
                           L9-WRITE-ADJUST-EXIT
                       MOVE 'S' TO WK-DISP
                       PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT
                       MOVE 'N' TO HLD-ACTIVE-SW(SUB1)
                       MOVE 'APPR BY ' TO VD-STATUS
                       MOVE APR-SUPV(SUB2) TO VD-STATUS(9:3)
                       MOVE ' - POSTED' TO VD-STATUS(12:9)
                       ADD 1 TO WK-APPROVED-CTR
                   WHEN APR-DECISION(SUB2) = 'R'
                       MOVE 'X' TO WK-DISP
                       PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT
                       MOVE 'N' TO HLD-ACTIVE-SW(SUB1)
                       MOVE 'DENIED - RECOUNT' TO VD-STATUS
                       ADD 1 TO WK-DENIED-CTR
                   WHEN OTHER
                       MOVE 'REJ-BAD DECISION CODE' TO VD-STATUS
                       ADD 1 TO WK-STILL-HELD-CTR
                       MOVE 4 TO WK-RETURN-CODE
               END-EVALUATE
           END-IF.
           PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT.
       L3-HELD-ROW-EXIT.
           EXIT.

       L3-UNUSED-APPR.
           IF APR-USED-SW(SUB1) = 'N'
               MOVE APR-PART(SUB1) TO WK-PART
               MOVE APR-COUNT-DATE(SUB1) TO WK-COUNT-DATE
               MOVE ZEROS TO WK-BOOK-QTY WK-COUNT-QTY WK-COST
               PERFORM L9-CALC-VARIANCE THRU L9-CALC-VARIANCE-EXIT
               MOVE 'REJ-NOTHING HELD' TO VD-STATUS
               PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L3-UNUSED-APPR-EXIT.
           EXIT.

       L2-MAINLINE.
           IF WK-CNT-READ-CTR = 1
               MOVE 'COUNTS KEYED' TO SH-TEXT
               PERFORM L9-SECTION-HDG THRU L9-SECTION-HDG-EXIT
           END-IF.
           MOVE CT-PART TO WK-PART.
           MOVE CT-COUNT-DATE TO WK-COUNT-DATE.
           MOVE CT-COUNT-QTY TO WK-COUNT-QTY.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO SUB1.
           PERFORM UNTIL SUB1 >= SEL-CNT OR ROW-FOUND
               ADD 1 TO SUB1
               IF SEL-PART(SUB1) = CT-PART
                   MOVE 'Y' TO FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ROW-FOUND
               MOVE ZEROS TO WK-BOOK-QTY WK-COST
               PERFORM L9-CALC-VARIANCE THRU L9-CALC-VARIANCE-EXIT
               MOVE 'REJ-NOT ON LIST' TO VD-STATUS
               ADD 1 TO WK-REJECT-CTR
               PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT
               PERFORM L9-READ-COUNT THRU L9-READ-COUNT-EXIT
               GO TO L2-MAINLINE-EXIT
           END-IF.
           MOVE SEL-BOOK-QTY(SUB1) TO WK-BOOK-QTY.
           MOVE SEL-COST(SUB1) TO WK-COST.
           PERFORM L9-CALC-VARIANCE THRU L9-CALC-VARIANCE-EXIT.
           IF SEL-COUNTED-SW(SUB1) = 'Y'
               MOVE 'REJ-DUPLICATE COUNT' TO VD-STATUS
               ADD 1 TO WK-REJECT-CTR
               PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT
               PERFORM L9-READ-COUNT THRU L9-READ-COUNT-EXIT
               GO TO L2-MAINLINE-EXIT
           END-IF.
           MOVE 'Y' TO SEL-COUNTED-SW(SUB1).
           ADD 1 TO WK-VALID-CTR.
           EVALUATE TRUE
               WHEN WK-VAR-QTY = ZEROS
                   MOVE 'N' TO WK-DISP
                   PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT
                   MOVE 'NO VARIANCE' TO VD-STATUS
                   ADD 1 TO WK-NO-VAR-CTR
               WHEN WK-ABS-COST > WK-TOLERANCE
                   PERFORM L3-HOLD-COUNT THRU L3-HOLD-COUNT-EXIT
               WHEN OTHER
                   PERFORM L9-WRITE-ADJUST THRU L9-WRITE-ADJUST-EXIT
                   MOVE 'A' TO WK-DISP
                   PERFORM L9-WRITE-HIST THRU L9-WRITE-HIST-EXIT
                   MOVE 'POSTED' TO VD-STATUS
                   ADD 1 TO WK-POSTED-CTR
           END-EVALUATE.
           PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT.
           PERFORM L9-READ-COUNT THRU L9-READ-COUNT-EXIT.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-HOLD-COUNT.
           IF HLD-CNT >= 999
               DISPLAY 'CBLPGCCV - HOLD-TABLE-DATA FULL AT 999 ROWS - '
                   'PART ' WK-PART ' NOT HELD'
               MOVE 'REJ-HOLD FILE FULL' TO VD-STATUS
               ADD 1 TO WK-REJECT-CTR
               MOVE 4 TO WK-RETURN-CODE
           ELSE
               ADD 1 TO HLD-CNT
               MOVE WK-PART TO HLD-PART(HLD-CNT)
               MOVE WK-COUNT-DATE TO HLD-COUNT-DATE(HLD-CNT)
               MOVE WK-BOOK-QTY TO HLD-BOOK-QTY(HLD-CNT)
               MOVE WK-COUNT-QTY TO HLD-COUNT-QTY(HLD-CNT)
               MOVE WK-COST TO HLD-COST(HLD-CNT)
               MOVE CT-COUNTER TO HLD-COUNTER(HLD-CNT)
               MOVE 'Y' TO HLD-ACTIVE-SW(HLD-CNT)
               MOVE 'HELD FOR APPROVAL' TO VD-STATUS
               ADD 1 TO WK-HELD-CTR
           END-IF.
       L3-HOLD-COUNT-EXIT.
           EXIT.

       L2-CLOSING.
           MOVE 'N' TO FOUND-SW.
           PERFORM L3-NOT-COUNTED THRU L3-NOT-COUNTED-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > SEL-CNT.
           IF WK-LINE-CTR >= 46
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           IF WK-VALID-CTR > ZEROS
               COMPUTE WK-ACCURACY ROUNDED =
                   WK-NO-VAR-CTR * 100 / WK-VALID-CTR
           END-IF.
           MOVE WK-CNT-READ-CTR TO TL-READ.
           MOVE WK-NO-VAR-CTR TO TL-NO-VAR.
           MOVE WK-ACCURACY TO TL-ACCURACY.
           MOVE WK-POSTED-CTR TO TL-POSTED.
           MOVE WK-HELD-CTR TO TL-HELD.
           MOVE WK-REJECT-CTR TO TL-REJECTED.
           MOVE WK-APPROVED-CTR TO TL-APPROVED.
           MOVE WK-DENIED-CTR TO TL-DENIED.
           MOVE WK-NOT-CNT-CTR TO TL-NOT-COUNTED.
           MOVE WK-NET-COST TO TL-NET-COST.
           MOVE WK-GROSS-COST TO TL-GROSS-COST.
           COMPUTE WK-STILL-HELD-CTR =
               WK-STILL-HELD-CTR + WK-HELD-CTR.
           MOVE WK-STILL-HELD-CTR TO TL-STILL-HELD.
           MOVE WK-TOLERANCE TO TL-TOLERANCE.
           MOVE WK-EXPIRED-CTR TO TL-EXPIRED.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT CYC-HOLD-DATA.
           PERFORM L3-WRITE-HOLD THRU L3-WRITE-HOLD-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > HLD-CNT.
           CLOSE CYC-HOLD-DATA.
           IF WS-CNT-STATUS NOT = '35'
               CLOSE CYC-COUNT-DATA
           END-IF.
           IF TRN-OPEN
               CLOSE TRANS-DATA
           END-IF.
           CLOSE CYC-HIST-DATA.
           CLOSE PRTOUT.
           IF WK-REJECT-CTR > ZEROS
               AND WK-RETURN-CODE < 4
               MOVE 4 TO WK-RETURN-CODE
           END-IF.
       L2-CLOSING-EXIT.
           EXIT.

       L3-NOT-COUNTED.
           IF SEL-COUNTED-SW(SUB1) = 'N'
               IF NOT ROW-FOUND
                   MOVE 'Y' TO FOUND-SW
                   MOVE 'SELECTED PARTS NOT COUNTED' TO SH-TEXT
                   PERFORM L9-SECTION-HDG THRU L9-SECTION-HDG-EXIT
               END-IF
               MOVE SEL-PART(SUB1) TO WK-PART
               MOVE ZEROS TO WK-COUNT-DATE
               MOVE SEL-BOOK-QTY(SUB1) TO WK-BOOK-QTY
               MOVE SEL-BOOK-QTY(SUB1) TO WK-COUNT-QTY
               MOVE SEL-COST(SUB1) TO WK-COST
               PERFORM L9-CALC-VARIANCE THRU L9-CALC-VARIANCE-EXIT
               MOVE 'NOT COUNTED' TO VD-STATUS
               PERFORM L9-VAR-LINE THRU L9-VAR-LINE-EXIT
               ADD 1 TO WK-NOT-CNT-CTR
           END-IF.
       L3-NOT-COUNTED-EXIT.
           EXIT.

       L3-WRITE-HOLD.
           IF HLD-ACTIVE-SW(SUB1) = 'Y'
               MOVE HLD-PART(SUB1) TO HD-PART
               MOVE HLD-COUNT-DATE(SUB1) TO HD-COUNT-DATE
               MOVE HLD-BOOK-QTY(SUB1) TO HD-BOOK-QTY
               MOVE HLD-COUNT-QTY(SUB1) TO HD-COUNT-QTY
               MOVE HLD-COST(SUB1) TO HD-COST
               MOVE HLD-COUNTER(SUB1) TO HD-COUNTER
               WRITE CYC-HOLD-REC
           END-IF.
       L3-WRITE-HOLD-EXIT.
           EXIT.

       L9-CALC-VARIANCE.
           COMPUTE WK-VAR-QTY = WK-COUNT-QTY - WK-BOOK-QTY.
           COMPUTE WK-VAR-COST = WK-VAR-QTY * WK-COST.
           IF WK-VAR-COST < ZEROS
               COMPUTE WK-ABS-COST = ZEROS - WK-VAR-COST
           ELSE
               MOVE WK-VAR-COST TO WK-ABS-COST
           END-IF.
       L9-CALC-VARIANCE-EXIT.
           EXIT.

       L9-WRITE-ADJUST.
           IF NOT TRN-OPEN
               OPEN EXTEND TRANS-DATA
               IF WS-TRN-STATUS = '35'
                   OPEN OUTPUT TRANS-DATA
               END-IF
               MOVE 'Y' TO TRN-OPEN-SW
           END-IF.
           IF WK-VAR-QTY > ZEROS
               MOVE 'G' TO T-CODE
               COMPUTE T-QTY = WK-COUNT-QTY - WK-BOOK-QTY
           ELSE
               MOVE 'L' TO T-CODE
               COMPUTE T-QTY = WK-BOOK-QTY - WK-COUNT-QTY
           END-IF.
           MOVE WK-PART TO T-PART.
           MOVE WK-COST TO T-COST.
           WRITE TRANS-RECORD.
           ADD WK-VAR-COST TO WK-NET-COST.
           ADD WK-ABS-COST TO WK-GROSS-COST.
       L9-WRITE-ADJUST-EXIT.
           EXIT.

       L9-WRITE-HIST.
           MOVE WK-PART TO CH-PART.
           MOVE WK-COUNT-DATE TO CH-COUNT-DATE.
           MOVE WK-BOOK-QTY TO CH-BOOK-QTY.
           MOVE WK-COUNT-QTY TO CH-COUNT-QTY.
           MOVE WK-COST TO CH-COST.
           MOVE WK-DISP TO CH-DISP.
           MOVE WK-RUN-DATE-N TO CH-POST-DATE.
           WRITE CYC-HIST-REC.
       L9-WRITE-HIST-EXIT.
           EXIT.

       L9-VAR-LINE.
           IF WK-LINE-CTR >= 54
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           MOVE WK-PART TO VD-PART.
           IF WK-COUNT-DATE = ZEROS
               MOVE SPACES TO VD-COUNT-DATE
           ELSE
               MOVE WK-COUNT-DATE(5:2) TO ED-MONTH
               MOVE WK-COUNT-DATE(7:2) TO ED-DAY
               MOVE WK-COUNT-DATE(1:4) TO ED-YEAR
               MOVE EDIT-DATE-OUT TO VD-COUNT-DATE
           END-IF.
           MOVE WK-BOOK-QTY TO VD-BOOK-QTY.
           MOVE WK-COUNT-QTY TO VD-COUNT-QTY.
           MOVE WK-VAR-QTY TO VD-VAR-QTY.
           MOVE WK-VAR-COST TO VD-VAR-COST.
           WRITE PRTLINE FROM VAR-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-VAR-LINE-EXIT.
           EXIT.

       L9-SECTION-HDG.
           IF WK-LINE-CTR >= 52
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SECTION-HDG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WK-LINE-CTR.
       L9-SECTION-HDG-EXIT.
           EXIT.

       L9-LOAD-SEL.
           READ CYC-SEL-DATA
               AT END
                   MOVE 'N' TO MORE-SEL-RECS
               NOT AT END
                   IF SEL-CNT < 999
                       ADD 1 TO SEL-CNT
                       MOVE CS-PART TO SEL-PART(SEL-CNT)
                       MOVE CS-BOOK-QTY TO SEL-BOOK-QTY(SEL-CNT)
                       MOVE CS-COST TO SEL-COST(SEL-CNT)
                       MOVE 'N' TO SEL-COUNTED-SW(SEL-CNT)
                   ELSE
                       DISPLAY 'CBLPGCCV - SELECTED-PART-DATA FULL AT '
                           '999 ROWS - PART ' CS-PART ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-SEL-EXIT.
           EXIT.

       L9-LOAD-HOLD.
           READ CYC-HOLD-DATA
               AT END
                   MOVE 'N' TO MORE-HLD-RECS
               NOT AT END
                   IF HLD-CNT < 999
                       ADD 1 TO HLD-CNT
                       MOVE HD-PART TO HLD-PART(HLD-CNT)
                       MOVE HD-COUNT-DATE TO HLD-COUNT-DATE(HLD-CNT)
                       MOVE HD-BOOK-QTY TO HLD-BOOK-QTY(HLD-CNT)
                       MOVE HD-COUNT-QTY TO HLD-COUNT-QTY(HLD-CNT)
                       MOVE HD-COST TO HLD-COST(HLD-CNT)
                       MOVE HD-COUNTER TO HLD-COUNTER(HLD-CNT)
                       MOVE 'Y' TO HLD-ACTIVE-SW(HLD-CNT)
                   ELSE
                       DISPLAY 'CBLPGCCV - HOLD-TABLE-DATA FULL AT '
                           '999 ROWS - PART ' HD-PART ' DROPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-HOLD-EXIT.
           EXIT.

       L9-LOAD-APPR.
           READ CYC-APPR-DATA
               AT END
                   MOVE 'N' TO MORE-APR-RECS
               NOT AT END
                   IF APR-CNT < 999
                       ADD 1 TO APR-CNT
                       MOVE AP-PART TO APR-PART(APR-CNT)
                       MOVE AP-COUNT-DATE TO APR-COUNT-DATE(APR-CNT)
                       MOVE AP-DECISION TO APR-DECISION(APR-CNT)
                       MOVE AP-SUPV TO APR-SUPV(APR-CNT)
                       MOVE 'N' TO APR-USED-SW(APR-CNT)
                   ELSE
                       DISPLAY 'CBLPGCCV - APPROVAL-TABLE-DATA FULL AT '
                           '999 ROWS - PART ' AP-PART ' SKIPPED'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-APPR-EXIT.
           EXIT.

       L9-READ-COUNT.
           READ CYC-COUNT-DATA
               AT END
                   MOVE 'N' TO MORE-CNT-RECS
               NOT AT END
                   ADD 1 TO WK-CNT-READ-CTR
           END-READ.
       L9-READ-COUNT-EXIT.
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

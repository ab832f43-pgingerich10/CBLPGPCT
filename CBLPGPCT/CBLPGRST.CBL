       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGRST.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM RESTORES THE MASTER FILES FROM A BACKUP
      *    GENERATION SAVED BY CBLPGBKP, SO A NIGHT THAT RAN WITH BAD
      *    DATA CAN BE PUT BACK AND RERUN.  IT IS RUN ON DEMAND.
      *
      *    THE GENERATION TO RESTORE IS KEYED IN COLUMNS 1-5 OF THE
      *    RESTORE CONTROL FILE (RSTCTL.DAT).  WHEN THE FILE IS
      *    MISSING, BLANK OR ZERO THE LATEST GENERATION ON THE BACKUP
      *    CATALOG (BKPCAT.DAT) IS RESTORED.
      *
      *    BEFORE ANY FILE IS TOUCHED THE GENERATION'S RECORDS ON
      *    BKPDATA.DAT ARE COUNTED BY FILE AND CHECKED AGAINST THE
      *    CATALOG - ON ANY DIFFERENCE NOTHING IS RESTORED.  EACH
      *    FILE SAVED IN THE GENERATION IS THEN REWRITTEN FROM THE
      *    BACKUP, READ BACK, AND ITS RECORD COUNT CHECKED AGAINST
      *    THE CATALOG AGAIN.  A FILE THAT WAS NOT ON FILE WHEN THE
      *    GENERATION WAS SAVED IS EMPTIED, SO NO RECORD ADDED TO IT
      *    LATER THAT NIGHT (TRANSACTIONS, HISTORY, PRICE VARIANCE)
      *    IS KEPT AND COUNTED TWICE WHEN THE NIGHT IS RERUN.
      *
      *    THE FILES RESTORED ARE THE SAME EIGHTEEN CBLPGBKP SAVES -
      *    INVENTORY, MASTER, ORDER, OPENREQ, PONUMBER, MACHSHTHST,
      *    OPENPO, OPENPOCTL, INVTRANS, CYCHOLD, CYCCTL, POHIST,
      *    PRICEVAR, INVHIST, CYCHIST, CYCSEL, PURCHORD AND DEPTCOST.
      *
      *    WHEN EVERY COUNT AGREES THE STEP-STATUS FILE
      *    (JOBSTATUS.DAT) IS CLEARED SO THE NEXT CBLPGCTL RUN
      *    STARTS THE NIGHT OVER FROM STEP 1.  THE RESTORE REPORT
      *    (RESTORE.PRT) SHOWS THE GENERATION, THE CATALOG, BACKUP
      *    AND RESTORED COUNTS FOR EACH FILE, AND THE OUTCOME.
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

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT ORDER-DATA
               ASSIGN TO "ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT OPEN-REQ-DATA
               ASSIGN TO "OPENREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PO-NUMBER-DATA
               ASSIGN TO "PONUMBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PON-STATUS.

           SELECT HISTORY-DATA
               ASSIGN TO "MACHSHTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPEN-PO-DATA
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.

           SELECT OPEN-PO-CTL-DATA
               ASSIGN TO "OPENPOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPC-STATUS.

           SELECT TRANS-DATA
               ASSIGN TO "INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT CYC-HOLD-DATA
               ASSIGN TO "CYCHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CYC-CTL-DATA
               ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCT-STATUS.

           SELECT PO-HIST-DATA
               ASSIGN TO "POHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POH-STATUS.

           SELECT PRICE-VAR-DATA
               ASSIGN TO "PRICEVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT INV-HIST-DATA
               ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVH-STATUS.

           SELECT CYC-HIST-DATA
               ASSIGN TO "CYCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYH-STATUS.

           SELECT CYC-SEL-DATA
               ASSIGN TO "CYCSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT PURCH-ORD-DATA
               ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

           SELECT DEPT-COST-DATA
               ASSIGN TO "DEPTCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCS-STATUS.

           SELECT BACKUP-DATA
               ASSIGN TO "BKPDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT CATALOG-DATA
               ASSIGN TO "BKPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT RESTORE-CTL-DATA
               ASSIGN TO "RSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT STEP-STATUS-DATA
               ASSIGN TO "JOBSTATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-STATUS.

           SELECT PRTOUT
               ASSIGN TO "RESTORE.PRT"
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

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD          PIC X(16).

       FD  ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01  ORDER-RECORD            PIC X(20).

       FD  OPEN-REQ-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS OPEN-REQ-REC.

       01  OPEN-REQ-REC            PIC X(33).

       FD  PO-NUMBER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PO-NUMBER-REC.

       01  PO-NUMBER-REC           PIC X(6).

       FD  HISTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS HISTORY-REC.

       01  HISTORY-REC             PIC X(21).

       FD  OPEN-PO-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS OPEN-PO-REC.

       01  OPEN-PO-REC             PIC X(64).

       FD  OPEN-PO-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS OPEN-PO-CTL-REC.

       01  OPEN-PO-CTL-REC         PIC X(6).

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD            PIC X(17).

       FD  CYC-HOLD-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS CYC-HOLD-REC.

       01  CYC-HOLD-REC            PIC X(32).

       FD  CYC-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CYC-CTL-REC.

       01  CYC-CTL-REC             PIC X(18).

       FD  PO-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS PO-HIST-REC.

       01  PO-HIST-REC             PIC X(72).

       FD  PRICE-VAR-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PRICE-VAR-REC.

       01  PRICE-VAR-REC           PIC X(77).

       FD  INV-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INV-HIST-REC.

       01  INV-HIST-REC            PIC X(47).

       FD  CYC-HIST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CYC-HIST-REC.

       01  CYC-HIST-REC            PIC X(38).

       FD  CYC-SEL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS CYC-SEL-REC.

       01  CYC-SEL-REC             PIC X(25).

       FD  PURCH-ORD-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PURCH-ORD-REC.

       01  PURCH-ORD-REC           PIC X(45).

       FD  DEPT-COST-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS DEPT-COST-REC.

       01  DEPT-COST-REC           PIC X(37).

       FD  BACKUP-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS BACKUP-REC.

       01  BACKUP-REC.
           05  BD-GEN              PIC 9(5).
           05  BD-FILE-NO          PIC 99.
           05  BD-DATA             PIC X(77).

       FD  CATALOG-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CATALOG-REC.

       01  CATALOG-REC.
           05  BC-GEN              PIC 9(5).
           05  BC-DATE             PIC 9(8).
           05  BC-TIME             PIC 9(6).
           05  BC-FILE-NO          PIC 99.
           05  BC-FILE-NAME        PIC X(12).
           05  BC-RECS             PIC 9(7).
           05  BC-STATUS           PIC X.

       FD  RESTORE-CTL-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS RESTORE-CTL-REC.

       01  RESTORE-CTL-REC.
           05  RC-GEN              PIC X(5).

       FD  STEP-STATUS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS STEP-STATUS-REC.

       01  STEP-STATUS-REC         PIC X(28).

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
           05  WS-MST-STATUS       PIC XX          VALUE SPACES.
           05  WS-ORD-STATUS       PIC XX          VALUE SPACES.
           05  WS-REQ-STATUS       PIC XX          VALUE SPACES.
           05  WS-PON-STATUS       PIC XX          VALUE SPACES.
           05  WS-HIST-STATUS      PIC XX          VALUE SPACES.
           05  WS-OPN-STATUS       PIC XX          VALUE SPACES.
           05  WS-OPC-STATUS       PIC XX          VALUE SPACES.
           05  WS-TRN-STATUS       PIC XX          VALUE SPACES.
           05  WS-HLD-STATUS       PIC XX          VALUE SPACES.
           05  WS-CCT-STATUS       PIC XX          VALUE SPACES.
           05  WS-POH-STATUS       PIC XX          VALUE SPACES.
           05  WS-PPV-STATUS       PIC XX          VALUE SPACES.
           05  WS-IVH-STATUS       PIC XX          VALUE SPACES.
           05  WS-CYH-STATUS       PIC XX          VALUE SPACES.
           05  WS-SEL-STATUS       PIC XX          VALUE SPACES.
           05  WS-POR-STATUS       PIC XX          VALUE SPACES.
           05  WS-DCS-STATUS       PIC XX          VALUE SPACES.
           05  WS-BKP-STATUS       PIC XX          VALUE SPACES.
           05  WS-CAT-STATUS       PIC XX          VALUE SPACES.
           05  WS-CTL-STATUS       PIC XX          VALUE SPACES.
           05  WS-STS-STATUS       PIC XX          VALUE SPACES.
           05  WK-COMPANY-NAME     PIC X(45)       VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  MORE-FILE-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-FILE                    VALUE 'N'.
           05  MORE-BKP-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-BKP                     VALUE 'N'.
           05  MORE-CAT-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-CAT                     VALUE 'N'.
           05  RESTORE-OK-SW       PIC X           VALUE 'Y'.
               88  RESTORE-OK                      VALUE 'Y'.
           05  RESTORED-SW         PIC X           VALUE 'N'.
               88  FILES-RESTORED                  VALUE 'Y'.
           05  SUB1                PIC 999         VALUE ZEROS.
           05  WK-FILE-NO          PIC 99          VALUE ZEROS.
           05  WK-LAST-GEN         PIC 9(5)        VALUE ZEROS.
           05  WK-RST-GEN          PIC 9(5)        VALUE ZEROS.
           05  WK-GEN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WK-GEN-TIME         PIC 9(6)        VALUE ZEROS.
           05  WK-CAT-ROWS         PIC 99          VALUE ZEROS.
           05  WK-FAIL-MSG         PIC X(40)       VALUE SPACES.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  FILE-TABLE-DATA.
           05  FILE-NAMES.
               10  FILLER          PIC X(12)   VALUE 'INVENTORY'.
               10  FILLER          PIC X(12)   VALUE 'MASTER'.
               10  FILLER          PIC X(12)   VALUE 'ORDER'.
               10  FILLER          PIC X(12)   VALUE 'OPENREQ'.
               10  FILLER          PIC X(12)   VALUE 'PONUMBER'.
               10  FILLER          PIC X(12)   VALUE 'MACHSHTHST'.
               10  FILLER          PIC X(12)   VALUE 'OPENPO'.
               10  FILLER          PIC X(12)   VALUE 'OPENPOCTL'.
               10  FILLER          PIC X(12)   VALUE 'INVTRANS'.
               10  FILLER          PIC X(12)   VALUE 'CYCHOLD'.
               10  FILLER          PIC X(12)   VALUE 'CYCCTL'.
               10  FILLER          PIC X(12)   VALUE 'POHIST'.
               10  FILLER          PIC X(12)   VALUE 'PRICEVAR'.
               10  FILLER          PIC X(12)   VALUE 'INVHIST'.
               10  FILLER          PIC X(12)   VALUE 'CYCHIST'.
               10  FILLER          PIC X(12)   VALUE 'CYCSEL'.
               10  FILLER          PIC X(12)   VALUE 'PURCHORD'.
               10  FILLER          PIC X(12)   VALUE 'DEPTCOST'.
           05  FILLER REDEFINES FILE-NAMES.
               10  FL-NAME         PIC X(12)   OCCURS 18 TIMES.
           05  FILE-RESULTS OCCURS 18 TIMES.
               10  FL-CAT-STATUS       PIC X.
               10  FL-CAT-RECS         PIC 9(7).
               10  FL-BKP-RECS         PIC 9(7).
               10  FL-RST-RECS         PIC 9(7).
               10  FL-RESULT           PIC X(25).

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
           05  FILLER              PIC X(32)   VALUE
                           'BACKUP GENERATION RESTORE REPORT'.

       01  GEN-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'GENERATION: '.
           05  GL-GEN              PIC 9(5).
           05  FILLER              PIC X(10)   VALUE '   SAVED: '.
           05  GL-MONTH            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  GL-DAY              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  GL-YEAR             PIC 9(4).
           05  FILLER              PIC X       VALUE SPACE.
           05  GL-HOUR             PIC 99.
           05  FILLER              PIC X       VALUE ':'.
           05  GL-MINUTE           PIC 99.
           05  FILLER              PIC X       VALUE ':'.
           05  GL-SECOND           PIC 99.

       01  COL-HDGS-LINE.
           05  FILLER              PIC X(14)   VALUE 'FILE'.
           05  FILLER              PIC X(9)    VALUE '  CATALOG'.
           05  FILLER              PIC X(12)   VALUE '      BACKUP'.
           05  FILLER              PIC X(12)   VALUE '    RESTORED'.
           05  FILLER              PIC X(9)    VALUE '   RESULT'.

       01  RESTORE-D1.
           05  RD-FILE-NAME        PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RD-CAT-RECS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RD-BKP-RECS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RD-RST-RECS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RD-RESULT           PIC X(25).

       01  MSG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-TEXT             PIC X(70).

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGRST.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           IF RESTORE-OK
               PERFORM L2-VERIFY-BACKUP THRU L2-VERIFY-BACKUP-EXIT
           END-IF.
           IF RESTORE-OK
               PERFORM L2-RESTORE THRU L2-RESTORE-EXIT
               PERFORM L2-RECOUNT THRU L2-RECOUNT-EXIT
           END-IF.
           PERFORM L2-CLOSING THRU L2-CLOSING-EXIT.
           MOVE WK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       L2-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
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
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE WK-COMPANY-NAME TO O-COMPANY.
           PERFORM L3-CLEAR-RESULT THRU L3-CLEAR-RESULT-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 18.
           OPEN OUTPUT PRTOUT.
           OPEN INPUT RESTORE-CTL-DATA.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ RESTORE-CTL-DATA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-GEN IS NUMERIC
                           MOVE RC-GEN TO WK-RST-GEN
                       END-IF
               END-READ
               CLOSE RESTORE-CTL-DATA
           END-IF.
           OPEN INPUT CATALOG-DATA.
           IF WS-CAT-STATUS = '35'
               DISPLAY 'CBLPGRST - BKPCAT.DAT NOT FOUND - '
                   'NOTHING TO RESTORE'
               MOVE 'N' TO RESTORE-OK-SW
               MOVE 8 TO WK-RETURN-CODE
               PERFORM L9-HDGS THRU L9-HDGS-EXIT
               MOVE 'BACKUP CATALOG NOT FOUND' TO WK-FAIL-MSG
               GO TO L2-INIT-EXIT
           END-IF.
           PERFORM L9-FIND-LAST-GEN THRU L9-FIND-LAST-GEN-EXIT
               UNTIL NO-MORE-CAT.
           CLOSE CATALOG-DATA.
           IF WK-RST-GEN = ZEROS
               MOVE WK-LAST-GEN TO WK-RST-GEN
           END-IF.
           MOVE 'Y' TO MORE-CAT-RECS.
           OPEN INPUT CATALOG-DATA.
           PERFORM L9-LOAD-CATALOG THRU L9-LOAD-CATALOG-EXIT
               UNTIL NO-MORE-CAT.
           CLOSE CATALOG-DATA.
           PERFORM L9-HDGS THRU L9-HDGS-EXIT.
           IF WK-CAT-ROWS = ZEROS
               DISPLAY 'CBLPGRST - GENERATION ' WK-RST-GEN
                   ' NOT ON BACKUP CATALOG - NOTHING RESTORED'
               MOVE 'N' TO RESTORE-OK-SW
               MOVE 8 TO WK-RETURN-CODE
               MOVE 'GENERATION NOT ON BACKUP CATALOG' TO WK-FAIL-MSG
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L3-CLEAR-RESULT.
           MOVE 'M' TO FL-CAT-STATUS(SUB1).
           MOVE ZEROS TO FL-CAT-RECS(SUB1).
           MOVE ZEROS TO FL-BKP-RECS(SUB1).
           MOVE ZEROS TO FL-RST-RECS(SUB1).
           MOVE 'NOT RESTORED' TO FL-RESULT(SUB1).
       L3-CLEAR-RESULT-EXIT.
           EXIT.

       L2-VERIFY-BACKUP.
           OPEN INPUT BACKUP-DATA.
           IF WS-BKP-STATUS = '35'
               DISPLAY 'CBLPGRST - BKPDATA.DAT NOT FOUND - '
                   'NOTHING TO RESTORE'
               MOVE 'N' TO RESTORE-OK-SW
               MOVE 8 TO WK-RETURN-CODE
               MOVE 'BACKUP FILE NOT FOUND' TO WK-FAIL-MSG
               GO TO L2-VERIFY-BACKUP-EXIT
           END-IF.
           PERFORM L9-COUNT-BACKUP THRU L9-COUNT-BACKUP-EXIT
               UNTIL NO-MORE-BKP.
           CLOSE BACKUP-DATA.
           PERFORM L3-CHECK-BACKUP THRU L3-CHECK-BACKUP-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 18.
           IF NOT RESTORE-OK
               DISPLAY 'CBLPGRST - GENERATION ' WK-RST-GEN
                   ' BACKUP COUNTS DO NOT MATCH CATALOG - '
                   'NOTHING RESTORED'
               MOVE 8 TO WK-RETURN-CODE
               MOVE 'BACKUP COUNTS DO NOT MATCH CATALOG'
                   TO WK-FAIL-MSG
           END-IF.
       L2-VERIFY-BACKUP-EXIT.
           EXIT.

       L3-CHECK-BACKUP.
           IF FL-BKP-RECS(SUB1) NOT = FL-CAT-RECS(SUB1)
               MOVE 'N' TO RESTORE-OK-SW
               MOVE 'BACKUP COUNT MISMATCH' TO FL-RESULT(SUB1)
           END-IF.
       L3-CHECK-BACKUP-EXIT.
           EXIT.

       L2-RESTORE.
           OPEN OUTPUT INVENTORY-DATA.
           OPEN OUTPUT MACHINE-MASTER.
           OPEN OUTPUT ORDER-DATA.
           OPEN OUTPUT OPEN-REQ-DATA.
           OPEN OUTPUT PO-NUMBER-DATA.
           OPEN OUTPUT HISTORY-DATA.
           OPEN OUTPUT OPEN-PO-DATA.
           OPEN OUTPUT OPEN-PO-CTL-DATA.
           OPEN OUTPUT TRANS-DATA.
           OPEN OUTPUT CYC-HOLD-DATA.
           OPEN OUTPUT CYC-CTL-DATA.
           OPEN OUTPUT PO-HIST-DATA.
           OPEN OUTPUT PRICE-VAR-DATA.
           OPEN OUTPUT INV-HIST-DATA.
           OPEN OUTPUT CYC-HIST-DATA.
           OPEN OUTPUT CYC-SEL-DATA.
           OPEN OUTPUT PURCH-ORD-DATA.
           OPEN OUTPUT DEPT-COST-DATA.
           MOVE 'Y' TO RESTORED-SW.
           MOVE 'Y' TO MORE-BKP-RECS.
           OPEN INPUT BACKUP-DATA.
           PERFORM L3-RESTORE-REC THRU L3-RESTORE-REC-EXIT
               UNTIL NO-MORE-BKP.
           CLOSE BACKUP-DATA.
           CLOSE INVENTORY-DATA.
           CLOSE MACHINE-MASTER.
           CLOSE ORDER-DATA.
           CLOSE OPEN-REQ-DATA.
           CLOSE PO-NUMBER-DATA.
           CLOSE HISTORY-DATA.
           CLOSE OPEN-PO-DATA.
           CLOSE OPEN-PO-CTL-DATA.
           CLOSE TRANS-DATA.
           CLOSE CYC-HOLD-DATA.
           CLOSE CYC-CTL-DATA.
           CLOSE PO-HIST-DATA.
           CLOSE PRICE-VAR-DATA.
           CLOSE INV-HIST-DATA.
           CLOSE CYC-HIST-DATA.
           CLOSE CYC-SEL-DATA.
           CLOSE PURCH-ORD-DATA.
           CLOSE DEPT-COST-DATA.
       L2-RESTORE-EXIT.
           EXIT.

       L3-RESTORE-REC.
           READ BACKUP-DATA
               AT END
                   MOVE 'N' TO MORE-BKP-RECS
               NOT AT END
                   IF BD-GEN = WK-RST-GEN
                       PERFORM L4-WRITE-RESTORED THRU
                           L4-WRITE-RESTORED-EXIT
                   END-IF
           END-READ.
       L3-RESTORE-REC-EXIT.
           EXIT.

       L4-WRITE-RESTORED.
           EVALUATE BD-FILE-NO
               WHEN 1
                   MOVE BD-DATA TO INVENTORY-RECORD
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY 'CBLPGRST - INVENTORY PART '
                               I-INV-PART ' NOT WRITTEN - STATUS '
                               WS-INV-STATUS
                   END-WRITE
               WHEN 2
                   MOVE BD-DATA TO MACHINE-RECORD
                   WRITE MACHINE-RECORD
               WHEN 3
                   MOVE BD-DATA TO ORDER-RECORD
                   WRITE ORDER-RECORD
               WHEN 4
                   MOVE BD-DATA TO OPEN-REQ-REC
                   WRITE OPEN-REQ-REC
               WHEN 5
                   MOVE BD-DATA TO PO-NUMBER-REC
                   WRITE PO-NUMBER-REC
               WHEN 6
                   MOVE BD-DATA TO HISTORY-REC
                   WRITE HISTORY-REC
               WHEN 7
                   MOVE BD-DATA TO OPEN-PO-REC
                   WRITE OPEN-PO-REC
               WHEN 8
                   MOVE BD-DATA TO OPEN-PO-CTL-REC
                   WRITE OPEN-PO-CTL-REC
               WHEN 9
                   MOVE BD-DATA TO TRANS-RECORD
                   WRITE TRANS-RECORD
               WHEN 10
                   MOVE BD-DATA TO CYC-HOLD-REC
                   WRITE CYC-HOLD-REC
               WHEN 11
                   MOVE BD-DATA TO CYC-CTL-REC
                   WRITE CYC-CTL-REC
               WHEN 12
                   MOVE BD-DATA TO PO-HIST-REC
                   WRITE PO-HIST-REC
               WHEN 13
                   MOVE BD-DATA TO PRICE-VAR-REC
                   WRITE PRICE-VAR-REC
               WHEN 14
                   MOVE BD-DATA TO INV-HIST-REC
                   WRITE INV-HIST-REC
               WHEN 15
                   MOVE BD-DATA TO CYC-HIST-REC
                   WRITE CYC-HIST-REC
               WHEN 16
                   MOVE BD-DATA TO CYC-SEL-REC
                   WRITE CYC-SEL-REC
               WHEN 17
                   MOVE BD-DATA TO PURCH-ORD-REC
                   WRITE PURCH-ORD-REC
               WHEN 18
                   MOVE BD-DATA TO DEPT-COST-REC
                   WRITE DEPT-COST-REC
           END-EVALUATE.
       L4-WRITE-RESTORED-EXIT.
           EXIT.

       L2-RECOUNT.
           MOVE 1 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT INVENTORY-DATA.
           PERFORM L3-COUNT-INVENTORY THRU L3-COUNT-INVENTORY-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE INVENTORY-DATA.
           MOVE 2 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT MACHINE-MASTER.
           PERFORM L3-COUNT-MASTER THRU L3-COUNT-MASTER-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE MACHINE-MASTER.
           MOVE 3 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT ORDER-DATA.
           PERFORM L3-COUNT-ORDER THRU L3-COUNT-ORDER-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE ORDER-DATA.
           MOVE 4 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-REQ-DATA.
           PERFORM L3-COUNT-OPEN-REQ THRU L3-COUNT-OPEN-REQ-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE OPEN-REQ-DATA.
           MOVE 5 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PO-NUMBER-DATA.
           PERFORM L3-COUNT-PO-NUMBER THRU L3-COUNT-PO-NUMBER-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE PO-NUMBER-DATA.
           MOVE 6 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT HISTORY-DATA.
           PERFORM L3-COUNT-HISTORY THRU L3-COUNT-HISTORY-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE HISTORY-DATA.
           MOVE 7 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-PO-DATA.
           PERFORM L3-COUNT-OPEN-PO THRU L3-COUNT-OPEN-PO-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE OPEN-PO-DATA.
           MOVE 8 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-PO-CTL-DATA.
           PERFORM L3-COUNT-OPEN-PO-CTL THRU L3-COUNT-OPEN-PO-CTL-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE OPEN-PO-CTL-DATA.
           MOVE 9 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT TRANS-DATA.
           PERFORM L3-COUNT-TRANS THRU L3-COUNT-TRANS-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE TRANS-DATA.
           MOVE 10 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-HOLD-DATA.
           PERFORM L3-COUNT-CYC-HOLD THRU L3-COUNT-CYC-HOLD-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE CYC-HOLD-DATA.
           MOVE 11 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-CTL-DATA.
           PERFORM L3-COUNT-CYC-CTL THRU L3-COUNT-CYC-CTL-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE CYC-CTL-DATA.
           MOVE 12 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PO-HIST-DATA.
           PERFORM L3-COUNT-PO-HIST THRU L3-COUNT-PO-HIST-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE PO-HIST-DATA.
           MOVE 13 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PRICE-VAR-DATA.
           PERFORM L3-COUNT-PRICE-VAR THRU L3-COUNT-PRICE-VAR-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE PRICE-VAR-DATA.
           MOVE 14 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT INV-HIST-DATA.
           PERFORM L3-COUNT-INV-HIST THRU L3-COUNT-INV-HIST-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE INV-HIST-DATA.
           MOVE 15 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-HIST-DATA.
           PERFORM L3-COUNT-CYC-HIST THRU L3-COUNT-CYC-HIST-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE CYC-HIST-DATA.
           MOVE 16 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-SEL-DATA.
           PERFORM L3-COUNT-CYC-SEL THRU L3-COUNT-CYC-SEL-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE CYC-SEL-DATA.
           MOVE 17 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PURCH-ORD-DATA.
           PERFORM L3-COUNT-PURCH-ORD THRU L3-COUNT-PURCH-ORD-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE PURCH-ORD-DATA.
           MOVE 18 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT DEPT-COST-DATA.
           PERFORM L3-COUNT-DEPT-COST THRU L3-COUNT-DEPT-COST-EXIT
               UNTIL NO-MORE-FILE.
           CLOSE DEPT-COST-DATA.
           PERFORM L3-CHECK-RESTORED THRU L3-CHECK-RESTORED-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 18.
       L2-RECOUNT-EXIT.
           EXIT.

       L3-COUNT-INVENTORY.
           READ INVENTORY-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-INVENTORY-EXIT.
           EXIT.

       L3-COUNT-MASTER.
           READ MACHINE-MASTER
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-MASTER-EXIT.
           EXIT.

       L3-COUNT-ORDER.
           READ ORDER-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-ORDER-EXIT.
           EXIT.

       L3-COUNT-OPEN-REQ.
           READ OPEN-REQ-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-OPEN-REQ-EXIT.
           EXIT.

       L3-COUNT-PO-NUMBER.
           READ PO-NUMBER-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-PO-NUMBER-EXIT.
           EXIT.

       L3-COUNT-HISTORY.
           READ HISTORY-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-HISTORY-EXIT.
           EXIT.

       L3-COUNT-OPEN-PO.
           READ OPEN-PO-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-OPEN-PO-EXIT.
           EXIT.

       L3-COUNT-OPEN-PO-CTL.
           READ OPEN-PO-CTL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-OPEN-PO-CTL-EXIT.
           EXIT.

       L3-COUNT-TRANS.
           READ TRANS-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-TRANS-EXIT.
           EXIT.

       L3-COUNT-CYC-HOLD.
           READ CYC-HOLD-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-CYC-HOLD-EXIT.
           EXIT.

       L3-COUNT-CYC-CTL.
           READ CYC-CTL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-CYC-CTL-EXIT.
           EXIT.

       L3-COUNT-PO-HIST.
           READ PO-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-PO-HIST-EXIT.
           EXIT.

       L3-COUNT-PRICE-VAR.
           READ PRICE-VAR-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-PRICE-VAR-EXIT.
           EXIT.

       L3-COUNT-INV-HIST.
           READ INV-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-INV-HIST-EXIT.
           EXIT.

       L3-COUNT-CYC-HIST.
           READ CYC-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-CYC-HIST-EXIT.
           EXIT.

       L3-COUNT-CYC-SEL.
           READ CYC-SEL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-CYC-SEL-EXIT.
           EXIT.

       L3-COUNT-PURCH-ORD.
           READ PURCH-ORD-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-PURCH-ORD-EXIT.
           EXIT.

       L3-COUNT-DEPT-COST.
           READ DEPT-COST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   ADD 1 TO FL-RST-RECS(WK-FILE-NO)
           END-READ.
       L3-COUNT-DEPT-COST-EXIT.
           EXIT.

       L3-CHECK-RESTORED.
           IF FL-RST-RECS(SUB1) = FL-CAT-RECS(SUB1)
               IF FL-CAT-STATUS(SUB1) = 'S'
                   MOVE 'RESTORED - COUNTS AGREE' TO FL-RESULT(SUB1)
               ELSE
                   MOVE 'NOT SAVED - EMPTIED' TO FL-RESULT(SUB1)
               END-IF
           ELSE
               MOVE 'N' TO RESTORE-OK-SW
               MOVE 'RESTORED COUNT MISMATCH' TO FL-RESULT(SUB1)
           END-IF.
       L3-CHECK-RESTORED-EXIT.
           EXIT.

       L2-CLOSING.
           IF WK-CAT-ROWS > ZEROS
               PERFORM L3-DETAIL THRU L3-DETAIL-EXIT
                   VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > 18
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WK-LINE-CTR
           END-IF.
           IF FILES-RESTORED
               IF RESTORE-OK
                   OPEN OUTPUT STEP-STATUS-DATA
                   CLOSE STEP-STATUS-DATA
                   DISPLAY 'CBLPGRST - GENERATION ' WK-RST-GEN
                       ' RESTORED - JOBSTATUS.DAT RESET'
                   MOVE 'ALL COUNTS AGREE - JOBSTATUS.DAT RESET'
                       TO ML-TEXT
                   PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
                   MOVE 'NEXT CBLPGCTL RUN STARTS THE NIGHT AT STEP 1'
                       TO ML-TEXT
                   PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
               ELSE
                   DISPLAY 'CBLPGRST - GENERATION ' WK-RST-GEN
                       ' RESTORED COUNTS DO NOT MATCH CATALOG - '
                       'JOBSTATUS.DAT NOT RESET'
                   MOVE 8 TO WK-RETURN-CODE
                   MOVE 'RESTORED COUNTS DO NOT MATCH CATALOG'
                       TO ML-TEXT
                   PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
                   MOVE 'JOBSTATUS.DAT NOT RESET' TO ML-TEXT
                   PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
               END-IF
           ELSE
               MOVE WK-FAIL-MSG TO ML-TEXT
               PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
               MOVE 'NOTHING RESTORED - JOBSTATUS.DAT NOT RESET'
                   TO ML-TEXT
               PERFORM L9-MSG-LINE THRU L9-MSG-LINE-EXIT
           END-IF.
           CLOSE PRTOUT.
       L2-CLOSING-EXIT.
           EXIT.

       L3-DETAIL.
           MOVE FL-NAME(SUB1) TO RD-FILE-NAME.
           MOVE FL-CAT-RECS(SUB1) TO RD-CAT-RECS.
           MOVE FL-BKP-RECS(SUB1) TO RD-BKP-RECS.
           MOVE FL-RST-RECS(SUB1) TO RD-RST-RECS.
           MOVE FL-RESULT(SUB1) TO RD-RESULT.
           WRITE PRTLINE FROM RESTORE-D1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L3-DETAIL-EXIT.
           EXIT.

       L9-FIND-LAST-GEN.
           READ CATALOG-DATA
               AT END
                   MOVE 'N' TO MORE-CAT-RECS
               NOT AT END
                   IF BC-GEN > WK-LAST-GEN
                       MOVE BC-GEN TO WK-LAST-GEN
                   END-IF
           END-READ.
       L9-FIND-LAST-GEN-EXIT.
           EXIT.

       L9-LOAD-CATALOG.
           READ CATALOG-DATA
               AT END
                   MOVE 'N' TO MORE-CAT-RECS
               NOT AT END
                   IF BC-GEN = WK-RST-GEN
                       AND BC-FILE-NO >= 1 AND BC-FILE-NO <= 18
                       ADD 1 TO WK-CAT-ROWS
                       MOVE BC-DATE TO WK-GEN-DATE
                       MOVE BC-TIME TO WK-GEN-TIME
                       MOVE BC-STATUS TO FL-CAT-STATUS(BC-FILE-NO)
                       MOVE BC-RECS TO FL-CAT-RECS(BC-FILE-NO)
                   END-IF
           END-READ.
       L9-LOAD-CATALOG-EXIT.
           EXIT.

       L9-COUNT-BACKUP.
           READ BACKUP-DATA
               AT END
                   MOVE 'N' TO MORE-BKP-RECS
               NOT AT END
                   IF BD-GEN = WK-RST-GEN
                       AND BD-FILE-NO >= 1 AND BD-FILE-NO <= 18
                       ADD 1 TO FL-BKP-RECS(BD-FILE-NO)
                   END-IF
           END-READ.
       L9-COUNT-BACKUP-EXIT.
           EXIT.

       L9-MSG-LINE.
           WRITE PRTLINE FROM MSG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WK-LINE-CTR.
       L9-MSG-LINE-EXIT.
           EXIT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE WK-RST-GEN TO GL-GEN.
           MOVE WK-GEN-DATE(5:2) TO GL-MONTH.
           MOVE WK-GEN-DATE(7:2) TO GL-DAY.
           MOVE WK-GEN-DATE(1:4) TO GL-YEAR.
           MOVE WK-GEN-TIME(1:2) TO GL-HOUR.
           MOVE WK-GEN-TIME(3:2) TO GL-MINUTE.
           MOVE WK-GEN-TIME(5:2) TO GL-SECOND.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM GEN-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO WK-LINE-CTR.
       L9-HDGS-EXIT.
           EXIT.

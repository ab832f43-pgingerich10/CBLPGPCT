       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGBKP.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM SAVES A BACKUP GENERATION OF THE MASTER FILES
      *    THE NIGHTLY JOB STREAM CHANGES -
      *
      *        1  INVENTORY.DAT
      *        2  MASTER.DAT
      *        3  ORDER.DAT
      *        4  OPENREQ.DAT
      *        5  PONUMBER.DAT
      *        6  MACHSHTHST.DAT
      *        7  OPENPO.DAT
      *        8  OPENPOCTL.DAT
      *        9  INVTRANS.DAT
      *       10  CYCHOLD.DAT
      *       11  CYCCTL.DAT
      *       12  POHIST.DAT
      *       13  PRICEVAR.DAT
      *       14  INVHIST.DAT
      *       15  CYCHIST.DAT
      *       16  CYCSEL.DAT
      *       17  PURCHORD.DAT
      *       18  DEPTCOST.DAT
      *
      *    CBLPGCTL CALLS IT AHEAD OF STEP 1 WHEN A FRESH NIGHT
      *    STARTS (NOT ON A RESTART).  EACH RUN IS NUMBERED ONE
      *    HIGHER THAN THE LAST GENERATION ON THE BACKUP CATALOG
      *    (BKPCAT.DAT).  EVERY RECORD OF EVERY FILE IS WRITTEN TO
      *    THE BACKUP FILE (BKPDATA.DAT) UNDER THE GENERATION NUMBER
      *    AND FILE NUMBER, AND ONE CATALOG RECORD PER FILE CARRIES
      *    THE GENERATION, RUN DATE AND TIME, FILE NAME, RECORD COUNT
      *    AND WHETHER THE FILE WAS SAVED (S) OR NOT ON FILE (M).
      *
      *    THE NUMBER OF GENERATIONS KEPT COMES FROM A TRAILING FIELD
      *    ON CBLPGPCT.PRM (COLUMNS 70-71).  WHEN THE FIELD IS MISSING
      *    OR NOT NUMERIC 7 GENERATIONS ARE KEPT.  OLDER GENERATIONS
      *    ARE DROPPED FROM BOTH FILES, AS ARE BACKUP RECORDS NUMBERED
      *    ABOVE THE LAST CATALOG GENERATION.  THE KEPT GENERATIONS ARE
      *    COPIED TO BKPKEEP.DAT WITH THE NEW ONE AND COPIED BACK
      *    OVER BKPDATA.DAT AT END OF RUN.
      *
      *    CBLPGRST RESTORES A CHOSEN GENERATION.
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

           SELECT KEEP-DATA
               ASSIGN TO "BKPKEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-DATA
               ASSIGN TO "BKPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

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

       FD  KEEP-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS KEEP-REC.

       01  KEEP-REC                PIC X(84).

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

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-COMPANY             PIC X(45).
           05  PARM-AS-OF-YEAR          PIC 9(4).
           05  PARM-AS-OF-MONTH         PIC 99.
           05  PARM-AS-OF-DAY           PIC 99.
           05  PARM-LOW-MACHINE         PIC X(5).
           05  PARM-HIGH-MACHINE        PIC X(5).
           05  PARM-PLANT               PIC X(3).
           05  PARM-RETAIN-DAYS         PIC X(3).
           05  PARM-BACKUP-GENS         PIC X(2).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
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
           05  MORE-FILE-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-FILE                    VALUE 'N'.
           05  MORE-BKP-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-BKP                     VALUE 'N'.
           05  MORE-KEEP-RECS      PIC X           VALUE 'Y'.
               88  NO-MORE-KEEP                    VALUE 'N'.
           05  MORE-CAT-RECS       PIC X           VALUE 'Y'.
               88  NO-MORE-CAT                     VALUE 'N'.
           05  SUB1                PIC 9(4)        VALUE ZEROS.
           05  WK-FILE-NO          PIC 99          VALUE ZEROS.
           05  WK-KEEP-GENS        PIC 99          VALUE 7.
           05  WK-LAST-GEN         PIC 9(5)        VALUE ZEROS.
           05  WK-NEW-GEN          PIC 9(5)        VALUE ZEROS.
           05  WK-OLDEST-GEN       PIC 9(5)        VALUE ZEROS.
           05  WK-KEEP-CTR         PIC 9(7)        VALUE ZEROS.
           05  WK-DROP-CTR         PIC 9(7)        VALUE ZEROS.
           05  WK-SAVE-CTR         PIC 9(7)        VALUE ZEROS.
           05  WK-RETURN-CODE      PIC 99          VALUE ZEROS.

       01  BACKUP-WORK-REC.
           05  BW-GEN              PIC 9(5).
           05  BW-FILE-NO          PIC 99.
           05  BW-DATA             PIC X(77).

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
               10  FL-RECS             PIC 9(7).
               10  FL-STATUS           PIC X.

       01  CATALOG-TABLE-DATA.
           05  CAT-CNT             PIC 9(4)        VALUE ZEROS.
           05  CAT-TABLE OCCURS 1800 TIMES.
               10  CAT-GEN             PIC 9(5).
               10  CAT-DATE            PIC 9(8).
               10  CAT-TIME            PIC 9(6).
               10  CAT-FILE-NO         PIC 99.
               10  CAT-FILE-NAME       PIC X(12).
               10  CAT-RECS            PIC 9(7).
               10  CAT-STATUS          PIC X.

       01  CURRENT-DATE.
           05  I-DATE.
               10  I-YEAR    PIC 9(4).
               10  I-MONTH   PIC 99.
               10  I-DAY     PIC 99.
           05  I-TIME.
               10  I-HOUR    PIC 99.
               10  I-MINUTE  PIC 99.
               10  I-SECOND  PIC 99.

       PROCEDURE DIVISION.

       L1-CBLPGBKP.
           PERFORM L2-LOAD-PARM THRU L2-LOAD-PARM-EXIT.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT.
           PERFORM L2-COPYBACK THRU L2-COPYBACK-EXIT.
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
                       IF PARM-BACKUP-GENS IS NUMERIC
                           AND PARM-BACKUP-GENS NOT = ZEROS
                           MOVE PARM-BACKUP-GENS TO WK-KEEP-GENS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       L2-LOAD-PARM-EXIT.
           EXIT.

       L2-INIT.
           PERFORM L3-CLEAR-RESULT THRU L3-CLEAR-RESULT-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 18.
           OPEN INPUT CATALOG-DATA.
           IF WS-CAT-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM L9-LOAD-CATALOG THRU L9-LOAD-CATALOG-EXIT
                   UNTIL NO-MORE-CAT
               CLOSE CATALOG-DATA
           END-IF.
           COMPUTE WK-NEW-GEN = WK-LAST-GEN + 1.
           IF WK-NEW-GEN > WK-KEEP-GENS
               COMPUTE WK-OLDEST-GEN = WK-NEW-GEN - WK-KEEP-GENS + 1
           ELSE
               MOVE 1 TO WK-OLDEST-GEN
           END-IF.
           OPEN OUTPUT KEEP-DATA.
           OPEN INPUT BACKUP-DATA.
           IF WS-BKP-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM L9-COPY-KEPT THRU L9-COPY-KEPT-EXIT
                   UNTIL NO-MORE-BKP
               CLOSE BACKUP-DATA
           END-IF.
           DISPLAY 'CBLPGBKP - SAVING GENERATION ' WK-NEW-GEN
               ' - KEEPING ' WK-KEEP-GENS ' GENERATIONS'.
       L2-INIT-EXIT.
           EXIT.

       L3-CLEAR-RESULT.
           MOVE ZEROS TO FL-RECS(SUB1).
           MOVE 'S' TO FL-STATUS(SUB1).
       L3-CLEAR-RESULT-EXIT.
           EXIT.

       L2-MAINLINE.
           MOVE 1 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-INVENTORY THRU L3-SAVE-INVENTORY-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE INVENTORY-DATA
           END-IF.
           MOVE 2 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MST-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-MASTER THRU L3-SAVE-MASTER-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE MACHINE-MASTER
           END-IF.
           MOVE 3 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT ORDER-DATA.
           IF WS-ORD-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-ORDER THRU L3-SAVE-ORDER-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE ORDER-DATA
           END-IF.
           MOVE 4 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-REQ-DATA.
           IF WS-REQ-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-OPEN-REQ THRU L3-SAVE-OPEN-REQ-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE OPEN-REQ-DATA
           END-IF.
           MOVE 5 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PO-NUMBER-DATA.
           IF WS-PON-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-PO-NUMBER THRU L3-SAVE-PO-NUMBER-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE PO-NUMBER-DATA
           END-IF.
           MOVE 6 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT HISTORY-DATA.
           IF WS-HIST-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-HISTORY THRU L3-SAVE-HISTORY-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE HISTORY-DATA
           END-IF.
           MOVE 7 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-PO-DATA.
           IF WS-OPN-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-OPEN-PO THRU L3-SAVE-OPEN-PO-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE OPEN-PO-DATA
           END-IF.
           MOVE 8 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT OPEN-PO-CTL-DATA.
           IF WS-OPC-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-OPEN-PO-CTL THRU L3-SAVE-OPEN-PO-CTL-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE OPEN-PO-CTL-DATA
           END-IF.
           MOVE 9 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT TRANS-DATA.
           IF WS-TRN-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-TRANS THRU L3-SAVE-TRANS-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE TRANS-DATA
           END-IF.
           MOVE 10 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-HOLD-DATA.
           IF WS-HLD-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-CYC-HOLD THRU L3-SAVE-CYC-HOLD-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE CYC-HOLD-DATA
           END-IF.
           MOVE 11 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-CTL-DATA.
           IF WS-CCT-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-CYC-CTL THRU L3-SAVE-CYC-CTL-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE CYC-CTL-DATA
           END-IF.
           MOVE 12 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PO-HIST-DATA.
           IF WS-POH-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-PO-HIST THRU L3-SAVE-PO-HIST-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE PO-HIST-DATA
           END-IF.
           MOVE 13 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PRICE-VAR-DATA.
           IF WS-PPV-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-PRICE-VAR THRU L3-SAVE-PRICE-VAR-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE PRICE-VAR-DATA
           END-IF.
           MOVE 14 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT INV-HIST-DATA.
           IF WS-IVH-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-INV-HIST THRU L3-SAVE-INV-HIST-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE INV-HIST-DATA
           END-IF.
           MOVE 15 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-HIST-DATA.
           IF WS-CYH-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-CYC-HIST THRU L3-SAVE-CYC-HIST-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE CYC-HIST-DATA
           END-IF.
           MOVE 16 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT CYC-SEL-DATA.
           IF WS-SEL-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-CYC-SEL THRU L3-SAVE-CYC-SEL-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE CYC-SEL-DATA
           END-IF.
           MOVE 17 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT PURCH-ORD-DATA.
           IF WS-POR-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-PURCH-ORD THRU L3-SAVE-PURCH-ORD-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE PURCH-ORD-DATA
           END-IF.
           MOVE 18 TO WK-FILE-NO.
           MOVE 'Y' TO MORE-FILE-RECS.
           OPEN INPUT DEPT-COST-DATA.
           IF WS-DCS-STATUS = '35'
               PERFORM L9-FILE-MISSING THRU L9-FILE-MISSING-EXIT
           ELSE
               PERFORM L3-SAVE-DEPT-COST THRU L3-SAVE-DEPT-COST-EXIT
                   UNTIL NO-MORE-FILE
               CLOSE DEPT-COST-DATA
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L3-SAVE-INVENTORY.
           READ INVENTORY-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE INVENTORY-RECORD TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-INVENTORY-EXIT.
           EXIT.

       L3-SAVE-MASTER.
           READ MACHINE-MASTER
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE MACHINE-RECORD TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-MASTER-EXIT.
           EXIT.

       L3-SAVE-ORDER.
           READ ORDER-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE ORDER-RECORD TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-ORDER-EXIT.
           EXIT.

       L3-SAVE-OPEN-REQ.
           READ OPEN-REQ-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE OPEN-REQ-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-OPEN-REQ-EXIT.
           EXIT.

       L3-SAVE-PO-NUMBER.
           READ PO-NUMBER-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE PO-NUMBER-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-PO-NUMBER-EXIT.
           EXIT.

       L3-SAVE-HISTORY.
           READ HISTORY-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE HISTORY-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-HISTORY-EXIT.
           EXIT.

       L3-SAVE-OPEN-PO.
           READ OPEN-PO-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE OPEN-PO-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-OPEN-PO-EXIT.
           EXIT.

       L3-SAVE-OPEN-PO-CTL.
           READ OPEN-PO-CTL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE OPEN-PO-CTL-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-OPEN-PO-CTL-EXIT.
           EXIT.

       L3-SAVE-TRANS.
           READ TRANS-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE TRANS-RECORD TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-TRANS-EXIT.
           EXIT.

       L3-SAVE-CYC-HOLD.
           READ CYC-HOLD-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE CYC-HOLD-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-CYC-HOLD-EXIT.
           EXIT.

       L3-SAVE-CYC-CTL.
           READ CYC-CTL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE CYC-CTL-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-CYC-CTL-EXIT.
           EXIT.

       L3-SAVE-PO-HIST.
           READ PO-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE PO-HIST-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-PO-HIST-EXIT.
           EXIT.

       L3-SAVE-PRICE-VAR.
           READ PRICE-VAR-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE PRICE-VAR-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-PRICE-VAR-EXIT.
           EXIT.

       L3-SAVE-INV-HIST.
           READ INV-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE INV-HIST-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-INV-HIST-EXIT.
           EXIT.

       L3-SAVE-CYC-HIST.
           READ CYC-HIST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE CYC-HIST-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-CYC-HIST-EXIT.
           EXIT.

       L3-SAVE-CYC-SEL.
           READ CYC-SEL-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE CYC-SEL-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-CYC-SEL-EXIT.
           EXIT.

       L3-SAVE-PURCH-ORD.
           READ PURCH-ORD-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE PURCH-ORD-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-PURCH-ORD-EXIT.
           EXIT.

       L3-SAVE-DEPT-COST.
           READ DEPT-COST-DATA
               AT END
                   MOVE 'N' TO MORE-FILE-RECS
               NOT AT END
                   MOVE DEPT-COST-REC TO BW-DATA
                   PERFORM L9-WRITE-BACKUP THRU L9-WRITE-BACKUP-EXIT
           END-READ.
       L3-SAVE-DEPT-COST-EXIT.
           EXIT.

       L2-COPYBACK.
           CLOSE KEEP-DATA.
           OPEN INPUT KEEP-DATA.
           OPEN OUTPUT BACKUP-DATA.
           PERFORM L9-COPY-BACK THRU L9-COPY-BACK-EXIT
               UNTIL NO-MORE-KEEP.
           CLOSE KEEP-DATA.
           CLOSE BACKUP-DATA.
       L2-COPYBACK-EXIT.
           EXIT.

       L2-CLOSING.
           OPEN OUTPUT CATALOG-DATA.
           PERFORM L3-WRITE-KEPT-CAT THRU L3-WRITE-KEPT-CAT-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > CAT-CNT.
           PERFORM L3-WRITE-NEW-CAT THRU L3-WRITE-NEW-CAT-EXIT
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > 18.
           CLOSE CATALOG-DATA.
           DISPLAY 'CBLPGBKP - GENERATION ' WK-NEW-GEN ' SAVED - '
               WK-SAVE-CTR ' RECORDS'.
           DISPLAY 'CBLPGBKP - OLDER GENERATION RECORDS KEPT: '
               WK-KEEP-CTR '  DROPPED: ' WK-DROP-CTR.
       L2-CLOSING-EXIT.
           EXIT.

       L3-WRITE-KEPT-CAT.
           IF CAT-GEN(SUB1) >= WK-OLDEST-GEN
               MOVE CAT-TABLE(SUB1) TO CATALOG-REC
               WRITE CATALOG-REC
           END-IF.
       L3-WRITE-KEPT-CAT-EXIT.
           EXIT.

       L3-WRITE-NEW-CAT.
           MOVE WK-NEW-GEN TO BC-GEN.
           MOVE I-DATE TO BC-DATE.
           MOVE I-TIME TO BC-TIME.
           MOVE SUB1 TO BC-FILE-NO.
           MOVE FL-NAME(SUB1) TO BC-FILE-NAME.
           MOVE FL-RECS(SUB1) TO BC-RECS.
           IF FL-STATUS(SUB1) = 'M'
               MOVE 'M' TO BC-STATUS
           ELSE
               MOVE 'S' TO BC-STATUS
           END-IF.
           WRITE CATALOG-REC.
           DISPLAY 'CBLPGBKP - ' FL-NAME(SUB1) ' '
               FL-RECS(SUB1) ' RECORDS  STATUS ' BC-STATUS.
       L3-WRITE-NEW-CAT-EXIT.
           EXIT.

       L9-LOAD-CATALOG.
           READ CATALOG-DATA
               AT END
                   MOVE 'N' TO MORE-CAT-RECS
               NOT AT END
                   IF BC-GEN > WK-LAST-GEN
                       MOVE BC-GEN TO WK-LAST-GEN
                   END-IF
                   IF CAT-CNT < 1800
                       ADD 1 TO CAT-CNT
                       MOVE CATALOG-REC TO CAT-TABLE(CAT-CNT)
                   ELSE
                       DISPLAY 'CBLPGBKP - CATALOG-TABLE-DATA FULL AT '
                           '1800 ROWS - GENERATION ' BC-GEN
                           ' DROPPED FROM CATALOG'
                       MOVE 4 TO WK-RETURN-CODE
                   END-IF
           END-READ.
       L9-LOAD-CATALOG-EXIT.
           EXIT.

       L9-COPY-KEPT.
           READ BACKUP-DATA
               AT END
                   MOVE 'N' TO MORE-BKP-RECS
               NOT AT END
                   IF BD-GEN >= WK-OLDEST-GEN
                       AND BD-GEN <= WK-LAST-GEN
                       WRITE KEEP-REC FROM BACKUP-REC
                       ADD 1 TO WK-KEEP-CTR
                   ELSE
                       ADD 1 TO WK-DROP-CTR
                   END-IF
           END-READ.
       L9-COPY-KEPT-EXIT.
           EXIT.

       L9-COPY-BACK.
           READ KEEP-DATA
               AT END
                   MOVE 'N' TO MORE-KEEP-RECS
               NOT AT END
                   MOVE KEEP-REC TO BACKUP-REC
                   WRITE BACKUP-REC
           END-READ.
       L9-COPY-BACK-EXIT.
           EXIT.

       L9-WRITE-BACKUP.
           MOVE WK-NEW-GEN TO BW-GEN.
           MOVE WK-FILE-NO TO BW-FILE-NO.
           WRITE KEEP-REC FROM BACKUP-WORK-REC.
           ADD 1 TO FL-RECS(WK-FILE-NO).
           ADD 1 TO WK-SAVE-CTR.
       L9-WRITE-BACKUP-EXIT.
           EXIT.

       L9-FILE-MISSING.
           MOVE 'M' TO FL-STATUS(WK-FILE-NO).
           DISPLAY 'CBLPGBKP - ' FL-NAME(WK-FILE-NO)
               ' NOT FOUND - NOT SAVED'.
           MOVE 4 TO WK-RETURN-CODE.
       L9-FILE-MISSING-EXIT.
           EXIT.

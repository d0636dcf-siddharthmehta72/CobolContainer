           SELECT  FILEREG ASSIGN DYNAMIC UW05REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW05REG-STATUS.
           SELECT  FILEDFR ASSIGN DYNAMIC UW05DFR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW05DFR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMRG
           03  FILEMHFILEMID           PIC XXX.
           03  FILEMHFILEMDT           PIC 9(8).
           03  FILEMHCURCD             PIC XXX.
           03  FILEMHBUSDT             PIC X(8).
           03  FILEMHCYCLE             PIC XX.
           03  FILEMHCYCTYP            PIC X.
           03  FILLER                  PIC X(44).
       01  FILEMDREC.
           03  FILEMDRECTYP            PIC XXX.
           03  FILEMDUFBAID            PIC X(5).
           03  FILEREG-HASH            PIC 9(15).
           03  FILEREG-STATUS          PIC X(12).
           03  FILEREG-CONFDT          PIC 9(8).
       FD  FILEDFR
           LABEL RECORDS ARE STANDARD.
       01  FILEDFRREC                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  UW05MRGFILE-NAME            PIC X(80).
       01  UW05XMT-PREFIX              PIC X(40) VALUE
       01  UW05XMT-STATUS              PIC XX.
       01  UW05REG-STATUS              PIC XX.
       01  UW05BATCH-DATE              PIC 9(8).
       01  UW05DFR-NAME                PIC X(80).
       01  UW05DFR-STATUS              PIC XX.
       01  UW05DFR-OPEN                PIC X VALUE 'N'.
       01  UW05BUSDT                   PIC X(8).
       01  UW05CYCLE                   PIC 99 VALUE 0.
       01  UW05CYCTYP                  PIC X VALUE 'E'.
       01  UW05DX                      PIC 99.
       01  UW05DFR-CYCLE               PIC 99.
       01  UW05RTM-LIST                PIC X(6) VALUE 'RTPWIR'.
       01  UW05RTM-TAB REDEFINES UW05RTM-LIST.
           03  UW05RTM-PM              PIC XXX OCCURS 2 TIMES.
       01  UW05RX                      PIC 9.
       01  UW05RTM-HIT                 PIC X.
       01  UW05DFROUT-CNT              PIC 9(9) VALUE 0.
       01  UW05DFROUT-AMT              PIC 9(13)V99 VALUE 0.
       01  UW05DFRIN-CNT               PIC 9(9) VALUE 0.
       01  UW05DFRIN-AMT               PIC 9(13)V99 VALUE 0.
       01  UW05CHK-CNT                 PIC 9(9).
       01  UW05CHK-AMT                 PIC 9(13)V99.
       01  UW05TRL-SEEN                PIC X VALUE 'N'.
       01  UW05TRL-NOREC               PIC 9(8).
       01  UW05TRL-TOTAMT              PIC 9(12)V99.
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           MOVE FILEMHFILEMDT TO UW05BATCH-DATE.
           MOVE FILEMHFILEMDT TO UW05BUSDT.
           IF FILEMHBUSDT NUMERIC AND FILEMHBUSDT NOT EQUAL TO
               '00000000'
               MOVE FILEMHBUSDT TO UW05BUSDT.
           IF FILEMHCYCLE NUMERIC AND FILEMHCYCLE NOT EQUAL TO '00'
               MOVE FILEMHCYCLE TO UW05CYCLE
               IF FILEMHCYCTYP = 'I'
                   MOVE 'I' TO UW05CYCTYP
               END-IF
               DISPLAY 'MERGE CYCLE:' UW05CYCLE ' ' UW05CYCTYP
                   ' BUSINESS DATE:' UW05BUSDT UPON PRINTER.
           IF UW05CYCTYP = 'I'
               MOVE UW05CYCLE TO UW05DFR-CYCLE
               PERFORM LE-10-DFR-NAME THRU LE-19-EXIT
               OPEN OUTPUT FILEDFR
               IF UW05DFR-STATUS NOT EQUAL TO '00'
                   DISPLAY 'DEFERRAL FILE NOT OPENABLE - EXTRACT '
                       'ABORTED' UPON PRINTER
                   CLOSE FILEMRG
                   MOVE 8 TO RETURN-CODE
                   GO TO LB-EXIT
               END-IF
               MOVE 'Y' TO UW05DFR-OPEN.
       LB-20.
           READ FILEMRG AT END
               GO TO LB-25.
           IF FILEMTRECTP = 'FTM'
               MOVE 'Y' TO UW05TRL-SEEN
               MOVE FILEMTNOREC TO UW05TRL-NOREC
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF UW05CYCTYP = 'I'
               PERFORM LE-20-CHECK-DEFER THRU LE-29-EXIT
               IF UW05RTM-HIT = 'N'
                   GO TO LB-20.
           PERFORM LC-10-EXTRACT-DET THRU LC-EXIT.
           GO TO LB-20.
       LB-25.
           IF UW05DFR-OPEN = 'Y'
               CLOSE FILEDFR
               MOVE 'N' TO UW05DFR-OPEN.
           IF UW05CYCTYP = 'E' AND UW05CYCLE > 1
               PERFORM LE-30-PICKUP-DEFER THRU LE-39-EXIT
                   VARYING UW05DX FROM 1 BY 1
                   UNTIL UW05DX NOT LESS THAN UW05CYCLE.
       LB-30.
           CLOSE FILEMRG.
           IF UW05XMT-OPEN = 'Y'
           PERFORM LD-10-WRITE-TRL THRU LD-EXIT
               VARYING UW05PX FROM 1 BY 1
               UNTIL UW05PX > UW05PM-CNT.
           COMPUTE UW05CHK-CNT = UW05TRL-NOREC + UW05DFRIN-CNT
               - UW05DFROUT-CNT.
           COMPUTE UW05CHK-AMT = UW05TRL-TOTAMT + UW05DFRIN-AMT
               - UW05DFROUT-AMT.
           IF UW05DFROUT-CNT > 0
               DISPLAY 'DEFERRED TO END OF DAY: ' UW05DFROUT-CNT
                   ' FOR ' UW05DFROUT-AMT UPON PRINTER.
           IF UW05DFRIN-CNT > 0
               DISPLAY 'DEFERRED FROM EARLIER CYCLES: ' UW05DFRIN-CNT
                   ' FOR ' UW05DFRIN-AMT UPON PRINTER.
           IF UW05TOT-CNT NOT EQUAL TO UW05CHK-CNT OR
               UW05TOT-AMT NOT EQUAL TO UW05CHK-AMT
               DISPLAY 'EXTRACT OUT OF BALANCE WITH MERGED TRAILER - '
                   'DO NOT TRANSMIT' UPON PRINTER
               DISPLAY 'EXTRACTED ' UW05TOT-CNT ' FOR ' UW05TOT-AMT
           EXIT.
       LC-50-BUILD-NAME.
           MOVE SPACES TO UW05XMT-NAME.
           IF UW05CYCLE > 0
               GO TO LC-55.
           IF UW05NM-CUR = SPACES
               STRING UW05XMT-PREFIX DELIMITED BY SPACE
                   UW05NM-PM DELIMITED BY SIZE
                   UW05NM-CUR DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO UW05XMT-NAME.
           GO TO LC-59-EXIT.
       LC-55.
           IF UW05NM-CUR = SPACES
               STRING UW05XMT-PREFIX DELIMITED BY SPACE
                   'C' DELIMITED BY SIZE
                   UW05CYCLE DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   UW05NM-PM DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO UW05XMT-NAME
           ELSE
               STRING UW05XMT-PREFIX DELIMITED BY SPACE
                   'C' DELIMITED BY SIZE
                   UW05CYCLE DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   UW05NM-PM DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   UW05NM-CUR DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
                   INTO UW05XMT-NAME.
       LC-59-EXIT.
           EXIT.
       LC-40-ACCT-HASH.
               GO TO LB-EXIT.
       LD-EXIT.
           EXIT.
       LE-DEFER SECTION.
       LE-10-DFR-NAME.
           MOVE SPACES TO UW05DFR-NAME.
           STRING 'TESTMERGE.XMITDEFER.' DELIMITED BY SIZE
               UW05BUSDT DELIMITED BY SIZE
               '.C' DELIMITED BY SIZE
               UW05DFR-CYCLE DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO UW05DFR-NAME.
       LE-19-EXIT.
           EXIT.
       LE-20-CHECK-DEFER.
           MOVE 'N' TO UW05RTM-HIT.
           PERFORM VARYING UW05RX FROM 1 BY 1 UNTIL UW05RX > 2
               IF UW05RTM-PM(UW05RX) = FILEMDPYMTH
                   MOVE 'Y' TO UW05RTM-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW05RTM-HIT = 'Y'
               GO TO LE-29-EXIT.
           MOVE FILEMDREC TO FILEDFRREC.
           WRITE FILEDFRREC.
           IF UW05DFR-STATUS NOT EQUAL TO '00'
               DISPLAY 'DEFERRAL FILE WRITE ERROR - EXTRACT ABORTED'
                   UPON PRINTER
               CLOSE FILEMRG
               CLOSE FILEDFR
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW05DFROUT-CNT.
           ADD FILEMDPAYAMT TO UW05DFROUT-AMT.
       LE-29-EXIT.
           EXIT.
       LE-30-PICKUP-DEFER.
           MOVE UW05DX TO UW05DFR-CYCLE.
           PERFORM LE-10-DFR-NAME THRU LE-19-EXIT.
           OPEN INPUT FILEDFR.
           IF UW05DFR-STATUS = '35'
               GO TO LE-39-EXIT.
           IF UW05DFR-STATUS NOT EQUAL TO '00'
               DISPLAY 'DEFERRAL FILE ' UW05DFR-NAME UPON PRINTER
               DISPLAY 'NOT READABLE - EXTRACT ABORTED' UPON PRINTER
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LE-31.
           READ FILEDFR AT END
               CLOSE FILEDFR
               GO TO LE-39-EXIT.
           MOVE FILEDFRREC TO FILEMDREC.
           IF FILEMDRECTYP(1:2) NOT EQUAL TO 'DT'
               DISPLAY 'UNEXPECTED RECORD ON DEFERRAL FILE - EXTRACT '
                   'ABORTED' UPON PRINTER
               CLOSE FILEDFR
               CLOSE FILEMRG
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM LC-10-EXTRACT-DET THRU LC-EXIT.
           ADD 1 TO UW05DFRIN-CNT.
           ADD FILEMDPAYAMT TO UW05DFRIN-AMT.
           GO TO LE-31.
       LE-39-EXIT.
           EXIT.

           SELECT  FILERPT ASSIGN DYNAMIC UW10RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW10RPT-STATUS.
           SELECT  FILEFXR ASSIGN DYNAMIC UW10FXR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW10FXR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEMRG
           03  FILERPT-HELD            PIC X(6).
           03  FILERPT-CNT             PIC X(12).
           03  FILERPT-AMT             PIC X(18).
           03  FILERPT-BASE            PIC X(18).
           03  FILERPT-FXFLAG          PIC X(8).
       FD  FILEFXR
           LABEL RECORDS ARE STANDARD.
       01  FILEFXRREC.
           03  FILEFXR-RATEDT          PIC 9(8).
           03  FILEFXR-CURCD           PIC XXX.
           03  FILEFXR-BASECD          PIC XXX.
           03  FILEFXR-RATE            PIC 9(6)V9(9).
       WORKING-STORAGE SECTION.
       01  UW10MRGFILE-NAME            PIC X(80).
       01  UW10BUSDATE-PARM            PIC X(8).
       01  UW10PNDD-CNT                PIC 9(8) VALUE 0.
       01  UW10HLDD-CNT                PIC 9(8) VALUE 0.
       01  UW10AMT-ED                  PIC 9(13).99.
       01  UW10FXR-NAME                PIC X(80) VALUE
               'TESTMERGE.FXRATE.DAT'.
       01  UW10FXR-STATUS              PIC XX.
       01  UW10MAX-FXR                 PIC 9(4) VALUE 100.
       01  UW10FXR-CNT                 PIC 9(4) VALUE 0.
       01  UW10FRX                     PIC 9(4).
       01  UW10FXR-TAB.
           03  UW10FXR-ENT OCCURS 100 TIMES.
               05  UW10FXE-CD          PIC XXX.
               05  UW10FXE-RATE        PIC 9(6)V9(9).
       01  UW10BASE-CURCD              PIC XXX VALUE SPACES.
       01  UW10FXC-BASE                PIC 9(12)V99.
       01  UW10FXC-MISS                PIC X.
       01  UW10BASE-CR-TOT             PIC 9(12)V99 VALUE 0.
       01  UW10BASE-DR-TOT             PIC 9(12)V99 VALUE 0.
       01  UW10BASE-CR-INCOMP          PIC X VALUE 'N'.
       01  UW10BASE-DR-INCOMP          PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           GO TO LB-20.
       LB-30.
           CLOSE FILEMRG.
           PERFORM LF-10-LOAD-FXR THRU LF-EXIT.
           PERFORM LB-40-READ-PND THRU LB-49-EXIT.
           PERFORM LB-50-READ-HLD THRU LB-59-EXIT.
           PERFORM LD-10-SORT-FC THRU LD-EXIT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TESTFCST FUNDING FCST' TO FILERPT-LABEL.
           MOVE UW10BUSDATE TO FILERPT-EFDTE.
           MOVE 'BASE' TO FILERPT-BRAC.
           MOVE UW10BASE-CURCD TO FILERPT-CUR.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'VALUE DATE FORECAST' TO FILERPT-LABEL.
           MOVE 'HELD' TO FILERPT-HELD.
           MOVE 'COUNT' TO FILERPT-CNT.
           MOVE 'AMOUNT' TO FILERPT-AMT.
           MOVE 'BASE AMOUNT' TO FILERPT-BASE.
           MOVE 'FX' TO FILERPT-FXFLAG.
           WRITE FILERPTREC.
           PERFORM LE-20-WRITE-ONE THRU LE-29-EXIT
               VARYING UW10FX FROM 1 BY 1
               UNTIL UW10FX > UW10FC-CNT.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TOTAL BASE CREDITS' TO FILERPT-LABEL.
           MOVE UW10BASE-CURCD TO FILERPT-CUR.
           MOVE 'C' TO FILERPT-CRDB.
           MOVE UW10BASE-CR-TOT TO UW10AMT-ED.
           MOVE UW10AMT-ED TO FILERPT-BASE.
           IF UW10BASE-CR-INCOMP = 'Y'
               MOVE 'PARTIAL' TO FILERPT-FXFLAG.
           WRITE FILERPTREC.
           MOVE SPACES TO FILERPTREC.
           MOVE 'TOTAL BASE DEBITS' TO FILERPT-LABEL.
           MOVE UW10BASE-CURCD TO FILERPT-CUR.
           MOVE 'D' TO FILERPT-CRDB.
           MOVE UW10BASE-DR-TOT TO UW10AMT-ED.
           MOVE UW10AMT-ED TO FILERPT-BASE.
           IF UW10BASE-DR-INCOMP = 'Y'
               MOVE 'PARTIAL' TO FILERPT-FXFLAG.
           WRITE FILERPTREC.
           CLOSE FILERPT.
       LE-EXIT.
           EXIT.
           MOVE UW10FE-CNT(UW10FX) TO FILERPT-CNT.
           MOVE UW10FE-AMT(UW10FX) TO UW10AMT-ED.
           MOVE UW10AMT-ED TO FILERPT-AMT.
           PERFORM LF-30-CONVERT THRU LF-39-EXIT.
           IF UW10FXC-MISS = 'Y'
               MOVE 'NO RATE' TO FILERPT-FXFLAG
               MOVE 'Y' TO UW10ANY-WARN
               IF UW10CK-CRDB = 'D'
                   MOVE 'Y' TO UW10BASE-DR-INCOMP
               ELSE
                   MOVE 'Y' TO UW10BASE-CR-INCOMP
               END-IF
           ELSE
               MOVE UW10FXC-BASE TO UW10AMT-ED
               MOVE UW10AMT-ED TO FILERPT-BASE
               IF UW10CK-CRDB = 'D'
                   ADD UW10FXC-BASE TO UW10BASE-DR-TOT
               ELSE
                   ADD UW10FXC-BASE TO UW10BASE-CR-TOT.
           WRITE FILERPTREC.
           IF UW10RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'FORECAST REPORT WRITE ERROR - FORECAST '
               GO TO LB-EXIT.
       LE-29-EXIT.
           EXIT.
       LF-LOADFXR SECTION.
       LF-10-LOAD-FXR.
           MOVE 0 TO UW10FXR-CNT.
           MOVE SPACES TO UW10BASE-CURCD.
           OPEN INPUT FILEFXR.
           IF UW10FXR-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXCHANGE RATE FILE NOT READABLE - FORECAST '
                   'HAS NO BASE EQUIVALENTS' UPON PRINTER
               MOVE 'Y' TO UW10ANY-WARN
               GO TO LF-EXIT.
       LF-20.
           READ FILEFXR AT END
               CLOSE FILEFXR
               GO TO LF-25.
           IF FILEFXRREC = SPACES
               GO TO LF-20.
           IF FILEFXR-RATEDT NOT NUMERIC OR
               FILEFXR-RATE NOT NUMERIC OR
               FILEFXR-RATE = 0 OR
               FILEFXR-CURCD NOT ALPHABETIC-UPPER OR
               FILEFXR-BASECD NOT ALPHABETIC-UPPER OR
               FILEFXR-CURCD = SPACES OR
               FILEFXR-BASECD = SPACES
               DISPLAY 'EXCHANGE RATE RECORD INVALID - FORECAST '
                   'ABORTED' UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           IF FILEFXR-RATEDT NOT EQUAL TO UW10BUSDATE
               GO TO LF-20.
           IF UW10BASE-CURCD = SPACES
               MOVE FILEFXR-BASECD TO UW10BASE-CURCD.
           IF FILEFXR-BASECD NOT EQUAL TO UW10BASE-CURCD
               DISPLAY 'EXCHANGE RATES FOR ' UW10BUSDATE
                   ' QUOTE MORE THAN ONE BASE CURRENCY - FORECAST '
                   'ABORTED' UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           PERFORM VARYING UW10FRX FROM 1 BY 1
                   UNTIL UW10FRX > UW10FXR-CNT
               IF UW10FXE-CD(UW10FRX) = FILEFXR-CURCD
                   MOVE FILEFXR-RATE TO UW10FXE-RATE(UW10FRX)
                   GO TO LF-20
               END-IF
           END-PERFORM.
           IF UW10FXR-CNT NOT LESS THAN UW10MAX-FXR
               DISPLAY 'EXCHANGE RATE TABLE FULL - FORECAST ABORTED'
                   UPON PRINTER
               CLOSE FILEFXR
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW10FXR-CNT.
           MOVE FILEFXR-CURCD TO UW10FXE-CD(UW10FXR-CNT).
           MOVE FILEFXR-RATE TO UW10FXE-RATE(UW10FXR-CNT).
           GO TO LF-20.
       LF-25.
           IF UW10BASE-CURCD = SPACES
               DISPLAY 'NO EXCHANGE RATES FOR BUSINESS DATE '
                   UW10BUSDATE ' - NO BASE EQUIVALENTS' UPON PRINTER
               MOVE 'Y' TO UW10ANY-WARN.
       LF-EXIT.
           EXIT.
       LF-30-CONVERT.
           MOVE 0 TO UW10FXC-BASE.
           MOVE 'N' TO UW10FXC-MISS.
           IF UW10BASE-CURCD = SPACES
               MOVE 'Y' TO UW10FXC-MISS
               GO TO LF-39-EXIT.
           IF UW10CK-CUR = SPACES OR
               UW10CK-CUR = UW10BASE-CURCD
               MOVE UW10FE-AMT(UW10FX) TO UW10FXC-BASE
               GO TO LF-39-EXIT.
           PERFORM VARYING UW10FRX FROM 1 BY 1
                   UNTIL UW10FRX > UW10FXR-CNT
               IF UW10FXE-CD(UW10FRX) = UW10CK-CUR
                   COMPUTE UW10FXC-BASE ROUNDED =
                       UW10FE-AMT(UW10FX) * UW10FXE-RATE(UW10FRX)
                       ON SIZE ERROR
                           MOVE 0 TO UW10FXC-BASE
                           MOVE 'Y' TO UW10FXC-MISS
                   END-COMPUTE
                   GO TO LF-39-EXIT
               END-IF
           END-PERFORM.
           MOVE 'Y' TO UW10FXC-MISS.
       LF-39-EXIT.
           EXIT.

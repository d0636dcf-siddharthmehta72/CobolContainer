       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTHCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEOLD ASSIGN DYNAMIC UW24OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW24OLD-STATUS.
           SELECT  FILEHST ASSIGN DYNAMIC UW24HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW24HST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILEOLD
           LABEL RECORDS ARE STANDARD.
       01  FILEOLDREC.
           03  FILEOLD-ACNO            PIC X(14).
           03  FILEOLD-EFDTE           PIC 9(8).
           03  FILEOLD-RUNDT           PIC 9(8).
           03  FILEOLD-PYMTH           PIC X(3).
           03  FILEOLD-BRAC            PIC 9(6).
           03  FILEOLD-TXNTYP          PIC XX.
           03  FILEOLD-AMT             PIC 9(9)V99.
           03  FILEOLD-CURCD           PIC XXX.
           03  FILEOLD-CYCLE           PIC XX.
       FD  FILEHST
           LABEL RECORDS ARE STANDARD.
       01  FILEHSTREC.
           03  FILEHST-KEY.
               05  FILEHST-ACNO        PIC X(14).
               05  FILEHST-EFDTE       PIC 9(8).
               05  FILEHST-SEQ.
                   07  FILEHST-SEQBUS  PIC 9(8).
                   07  FILEHST-SEQCYC  PIC 99.
                   07  FILEHST-SEQNO   PIC 9(8).
           03  FILEHST-RUNDT           PIC 9(8).
           03  FILEHST-PYMTH           PIC X(3).
           03  FILEHST-BRAC            PIC 9(6).
           03  FILEHST-TXNTYP          PIC XX.
           03  FILEHST-AMT             PIC 9(9)V99.
           03  FILEHST-CURCD           PIC XXX.
           03  FILEHST-CYCLE           PIC 99.
           03  FILEHST-UFSTXN          PIC 9(4).
       WORKING-STORAGE SECTION.
       01  UW24OLD-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.DAT'.
       01  UW24HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW24OLD-STATUS              PIC XX.
       01  UW24HST-STATUS              PIC XX.
       01  UW24OLDN-PARM               PIC X(80).
       01  UW24HSTN-PARM               PIC X(80).
       01  UW24READ-CNT                PIC 9(8) VALUE 0.
       01  UW24CONV-CNT                PIC 9(8) VALUE 0.
       01  UW24CONV-AMT                PIC 9(12)V99 VALUE 0.
       01  UW24DUP-CNT                 PIC 9(8) VALUE 0.
       01  UW24SKIP-CNT                PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       LA-CONTROL SECTION.
       LA-10.
           MOVE SPACES TO UW24OLDN-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT UW24OLDN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW24OLDN-PARM
           END-ACCEPT.
           MOVE SPACES TO UW24HSTN-PARM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT UW24HSTN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO UW24HSTN-PARM
           END-ACCEPT.
           IF UW24OLDN-PARM NOT EQUAL TO SPACES
               MOVE UW24OLDN-PARM TO UW24OLD-NAME.
           IF UW24HSTN-PARM NOT EQUAL TO SPACES
               MOVE UW24HSTN-PARM TO UW24HST-NAME.
           DISPLAY 'SEQUENTIAL HISTORY:' UW24OLD-NAME UPON PRINTER.
           DISPLAY 'INDEXED HISTORY   :' UW24HST-NAME UPON PRINTER.
           PERFORM LB-CONVERT.
           IF RETURN-CODE = 0 AND UW24SKIP-CNT > 0
               MOVE 4 TO RETURN-CODE.
       LA-EXIT.
           STOP RUN.
       LB-CONVERT SECTION.
       LB-10.
           OPEN INPUT FILEOLD.
           IF UW24OLD-STATUS NOT EQUAL TO '00'
               DISPLAY 'SEQUENTIAL HISTORY NOT FOUND OR OPEN ERROR - '
                   'CONVERSION ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN I-O FILEHST.
           IF UW24HST-STATUS = '35'
               OPEN OUTPUT FILEHST.
           IF UW24HST-STATUS NOT EQUAL TO '00'
               DISPLAY 'INDEXED HISTORY NOT OPENABLE - CONVERSION '
                   'ABORTED' UPON PRINTER
               CLOSE FILEOLD
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-20.
           READ FILEOLD AT END
               GO TO LB-30.
           IF FILEOLD-ACNO = SPACES
               GO TO LB-20.
           ADD 1 TO UW24READ-CNT.
           IF FILEOLD-EFDTE NOT NUMERIC OR
               FILEOLD-RUNDT NOT NUMERIC OR
               FILEOLD-AMT NOT NUMERIC
               DISPLAY 'INVALID HISTORY RECORD SKIPPED: ' FILEOLDREC
                   UPON PRINTER
               ADD 1 TO UW24SKIP-CNT
               GO TO LB-20.
           MOVE SPACES TO FILEHSTREC.
           MOVE FILEOLD-ACNO TO FILEHST-ACNO.
           MOVE FILEOLD-EFDTE TO FILEHST-EFDTE.
           MOVE FILEOLD-RUNDT TO FILEHST-SEQBUS.
           MOVE 0 TO FILEHST-SEQCYC.
           MOVE UW24READ-CNT TO FILEHST-SEQNO.
           MOVE FILEOLD-RUNDT TO FILEHST-RUNDT.
           MOVE FILEOLD-PYMTH TO FILEHST-PYMTH.
           MOVE FILEOLD-BRAC TO FILEHST-BRAC.
           MOVE FILEOLD-TXNTYP TO FILEHST-TXNTYP.
           MOVE FILEOLD-AMT TO FILEHST-AMT.
           MOVE FILEOLD-CURCD TO FILEHST-CURCD.
           IF FILEOLD-CYCLE NUMERIC
               MOVE FILEOLD-CYCLE TO FILEHST-CYCLE
           ELSE
               MOVE 0 TO FILEHST-CYCLE.
           MOVE 0 TO FILEHST-UFSTXN.
           WRITE FILEHSTREC.
           IF UW24HST-STATUS = '22'
               ADD 1 TO UW24DUP-CNT
               GO TO LB-20.
           IF UW24HST-STATUS NOT EQUAL TO '00'
               DISPLAY 'INDEXED HISTORY WRITE ERROR - CONVERSION '
                   'ABORTED' UPON PRINTER
               CLOSE FILEOLD
               CLOSE FILEHST
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW24CONV-CNT.
           ADD FILEHST-AMT TO UW24CONV-AMT.
           GO TO LB-20.
       LB-30.
           CLOSE FILEOLD.
           CLOSE FILEHST.
           DISPLAY 'RECORDS READ      : ' UW24READ-CNT UPON PRINTER.
           DISPLAY 'RECORDS CONVERTED : ' UW24CONV-CNT ' FOR '
               UW24CONV-AMT UPON PRINTER.
           DISPLAY 'ALREADY CONVERTED : ' UW24DUP-CNT UPON PRINTER.
           DISPLAY 'RECORDS SKIPPED   : ' UW24SKIP-CNT UPON PRINTER.
       LB-EXIT.
           EXIT.

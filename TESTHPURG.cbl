       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  FILEHST ASSIGN DYNAMIC UW07HST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEHST-KEY
               FILE STATUS IS UW07HST-STATUS.
           SELECT  FILERPT ASSIGN DYNAMIC UW07RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW07RPT-STATUS.
           SELECT  FILEARC ASSIGN DYNAMIC UW07ARC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILEARC-KEY
               FILE STATUS IS UW07ARC-STATUS.
           SELECT  FILEAST ASSIGN DYNAMIC UW07AST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-FILE            PIC X(40).
       FD  FILEARC
           LABEL RECORDS ARE STANDARD.
       01  FILEARCREC.
           03  FILEARC-KEY             PIC X(40).
           03  FILEARC-DATA            PIC X(39).
       FD  FILEAST
           LABEL RECORDS ARE STANDARD.
       01  FILEASTREC                  PIC X(79).
       WORKING-STORAGE SECTION.
       01  UW07HST-NAME                PIC X(80) VALUE
               'TESTMERGE.HISTORY.IDX'.
       01  UW07RPT-NAME                PIC X(80) VALUE
               'TESTHPURG.REPORT.DAT'.
       01  UW07HST-STATUS              PIC XX.
       01  UW07RPT-STATUS              PIC XX.
       01  UW07MONTHS-PARM             PIC X(4).
       01  UW07ASOF-PARM               PIC X(8).
       01  UW07AST-NAME                PIC X(80) VALUE
               'TESTHPURG.ARCHSTG.TMP'.
       01  UW07AST-STATUS              PIC XX.
       01  UW07ARC-YEAR                PIC 9(4).
       01  UW07MAX-ARC                 PIC 9(4) VALUE 100.
       01  UW07ARC-CNT                 PIC 9(4) VALUE 0.
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN OUTPUT FILEAST.
           IF UW07AST-STATUS NOT EQUAL TO '00'
               DISPLAY 'ARCHIVE STAGING NOT OPENABLE - PURGE ABORTED'
                   UPON PRINTER
               CLOSE FILEHST
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-20.
           READ FILEHST NEXT RECORD AT END
               GO TO LB-30.
           IF FILEHST-RUNDT < UW07CUTOFF
               PERFORM LC-10-ARCHIVE THRU LC-EXIT
               GO TO LB-20.
           ADD 1 TO UW07KEEP-CNT.
           ADD FILEHST-AMT TO UW07KEEP-AMT.
           GO TO LB-20.
       LB-30.
           CLOSE FILEHST.
           CLOSE FILEAST.
           PERFORM LE-10-COMMIT-ARC THRU LE-EXIT
               VARYING UW07AX FROM 1 BY 1
               UNTIL UW07AX > UW07ARC-CNT OR RETURN-CODE NOT EQUAL TO 0.
           IF RETURN-CODE NOT EQUAL TO 0
               GO TO LB-EXIT.
           IF UW07DROP-CNT > 0
               PERFORM LF-10-DELETE-HST THRU LF-EXIT.
           IF RETURN-CODE NOT EQUAL TO 0
               GO TO LB-EXIT.
           OPEN OUTPUT FILERPT.
           IF UW07RPT-STATUS NOT EQUAL TO '00'
               DISPLAY 'PURGE REPORT NOT OPENABLE' UPON PRINTER
               DISPLAY 'ARCHIVE STAGING WRITE ERROR - PURGE ABORTED'
                   UPON PRINTER
               CLOSE FILEHST
               CLOSE FILEAST
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
                   DISPLAY 'ARCHIVE TABLE FULL - PURGE ABORTED'
                       UPON PRINTER
                   CLOSE FILEHST
                   CLOSE FILEAST
                   MOVE 8 TO RETURN-CODE
                   GO TO LB-EXIT
           EXIT.
       LE-COMMITARC SECTION.
       LE-10-COMMIT-ARC.
           OPEN INPUT FILEAST.
           IF UW07AST-STATUS NOT EQUAL TO '00'
               DISPLAY 'ARCHIVE STAGING NOT READABLE - HISTORY NOT '
                   'PURGED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           MOVE SPACES TO UW07ARC-NAME.
           STRING 'TESTHPURG.ARCHIVE.' UW07AR-YEAR(UW07AX) '.IDX'
               DELIMITED BY SIZE INTO UW07ARC-NAME.
           OPEN I-O FILEARC.
           IF UW07ARC-STATUS = '35'
               OPEN OUTPUT FILEARC.
           IF UW07ARC-STATUS NOT EQUAL TO '00'
               DISPLAY 'ARCHIVE FILE NOT OPENABLE - HISTORY NOT '
                   'PURGED ' UW07ARC-NAME UPON PRINTER
               CLOSE FILEAST
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILEAST AT END
               CLOSE FILEAST
               CLOSE FILEARC
               GO TO LE-EXIT.
           MOVE FILEASTREC(41:4) TO UW07ARC-YEAR.
           IF UW07ARC-YEAR NOT EQUAL TO UW07AR-YEAR(UW07AX)
               GO TO LE-20.
           MOVE FILEASTREC TO FILEARCREC.
           WRITE FILEARCREC.
           IF UW07ARC-STATUS = '22'
               GO TO LE-20.
           IF UW07ARC-STATUS NOT EQUAL TO '00'
               DISPLAY 'ARCHIVE FILE WRITE ERROR - HISTORY NOT '
                   'PURGED ' UW07ARC-NAME UPON PRINTER
               CLOSE FILEARC
               CLOSE FILEAST
               MOVE 8 TO RETURN-CODE
               GO TO LE-EXIT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.
       LF-DELETEHST SECTION.
       LF-10-DELETE-HST.
           OPEN INPUT FILEAST.
           IF UW07AST-STATUS NOT EQUAL TO '00'
               DISPLAY 'ARCHIVE STAGING NOT READABLE - HISTORY NOT '
                   'PURGED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           OPEN I-O FILEHST.
           IF UW07HST-STATUS NOT EQUAL TO '00'
               DISPLAY 'HISTORY FILE NOT UPDATABLE - HISTORY NOT '
                   'PURGED' UPON PRINTER
               CLOSE FILEAST
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
       LF-20.
           READ FILEAST AT END
               CLOSE FILEAST
               CLOSE FILEHST
               GO TO LF-EXIT.
           MOVE FILEASTREC TO FILEHSTREC.
           DELETE FILEHST RECORD.
           IF UW07HST-STATUS NOT EQUAL TO '00' AND
               UW07HST-STATUS NOT EQUAL TO '23'
               DISPLAY 'HISTORY FILE DELETE ERROR - PURGE INCOMPLETE, '
                   'RERUN TO COMPLETE' UPON PRINTER
               CLOSE FILEAST
               CLOSE FILEHST
               MOVE 8 TO RETURN-CODE
               GO TO LF-EXIT.
           GO TO LF-20.
       LF-EXIT.
           EXIT.
       LD-RPTARC SECTION.
       LD-10-RPT-ARC.
           MOVE SPACES TO FILERPTREC.
           MOVE UW07AR-AMT(UW07AX) TO UW07AMT-ED.
           MOVE UW07AMT-ED TO FILERPT-AMT.
           MOVE SPACES TO FILERPT-FILE.
           STRING 'TESTHPURG.ARCHIVE.' UW07AR-YEAR(UW07AX) '.IDX'
               DELIMITED BY SIZE INTO FILERPT-FILE.
           WRITE FILERPTREC.
       LD-EXIT.

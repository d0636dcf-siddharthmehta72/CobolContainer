           SELECT  FILEVOID ASSIGN DYNAMIC UW14VOID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW14VOID-STATUS.
           SELECT  FILESTL ASSIGN DYNAMIC UW14STL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW14STL-STATUS.
           SELECT  FILEPOS ASSIGN DYNAMIC UW14POS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW14POS-STATUS.
           03  FILEVOID-ACNO           PIC X(14).
           03  FILEVOID-AMT            PIC 9(9)V99.
           03  FILEVOID-EFDTE          PIC 9(8).
       FD  FILESTL
           LABEL RECORDS ARE STANDARD.
       01  FILESTLREC.
           03  FILESTL-MICRNO          PIC 9(6).
           03  FILESTL-ACNO            PIC X(14).
           03  FILESTL-AMT             PIC 9(9)V99.
           03  FILESTL-EFDTE           PIC 9(8).
       FD  FILEPOS
           LABEL RECORDS ARE STANDARD.
       01  FILEPOSREC                  PIC X(60).
       01  UW14MRGFILE-NAME            PIC X(80).
       01  UW14VOID-NAME               PIC X(80) VALUE
               'TESTMERGE.CHKVOID.DAT'.
       01  UW14STL-NAME                PIC X(80) VALUE
               'TESTMERGE.CHKSTALE.DAT'.
       01  UW14POS-NAME                PIC X(80) VALUE
               'TESTMERGE.POSPAY.DAT'.
       01  UW14MRG-STATUS              PIC XX.
       01  UW14VOID-STATUS             PIC XX.
       01  UW14STL-STATUS              PIC XX.
       01  UW14POS-STATUS              PIC XX.
       01  UW14BATCH-DATE              PIC 9(8).
       01  UW14ISS-CNT                 PIC 9(9) VALUE 0.
       01  UW14ISS-AMT                 PIC 9(13)V99 VALUE 0.
       01  UW14VOD-CNT                 PIC 9(9) VALUE 0.
       01  UW14VOD-AMT                 PIC 9(13)V99 VALUE 0.
       01  UW14STL-CNT                 PIC 9(9) VALUE 0.
       01  UW14STL-AMT                 PIC 9(13)V99 VALUE 0.
       01  UW14POSH.
           03  UW14POSH-ID             PIC X(4) VALUE 'PHDR'.
           03  UW14POSH-DATE           PIC 9(8).
       LB-30.
           CLOSE FILEMRG.
           PERFORM LD-10-WRITE-VOIDS THRU LD-EXIT.
           PERFORM LE-10-WRITE-STALE THRU LE-EXIT.
           MOVE UW14ISS-CNT TO UW14POST-ISSCNT.
           MOVE UW14ISS-AMT TO UW14POST-ISSAMT.
           MOVE UW14VOD-CNT TO UW14POST-VODCNT.
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           CLOSE FILEPOS.
           IF UW14STL-CNT > 0
               OPEN OUTPUT FILESTL
               IF UW14STL-STATUS NOT EQUAL TO '00'
                   DISPLAY 'STALE CHECK VOID FILE NOT CLEARED - '
                       'REMOVE SENT VOIDS FROM ' UW14STL-NAME
                       UPON PRINTER
                   MOVE 4 TO RETURN-CODE
               ELSE
                   CLOSE FILESTL
               END-IF.
           DISPLAY 'CHECK ISSUES WRITTEN: ' UW14ISS-CNT ' FOR '
               UW14ISS-AMT UPON PRINTER.
           DISPLAY 'CHECK VOIDS WRITTEN : ' UW14VOD-CNT ' FOR '
               UW14VOD-AMT UPON PRINTER.
           DISPLAY 'STALE CHECK VOIDS   : ' UW14STL-CNT ' FOR '
               UW14STL-AMT UPON PRINTER.
       LB-EXIT.
           EXIT.
       LC-ISSUE SECTION.
           GO TO LD-20.
       LD-EXIT.
           EXIT.
       LE-STALE SECTION.
       LE-10-WRITE-STALE.
           OPEN INPUT FILESTL.
           IF UW14STL-STATUS = '35'
               GO TO LE-EXIT.
           IF UW14STL-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK VOID FILE NOT READABLE - NO STALE '
                   'VOIDS REPORTED' UPON PRINTER
               MOVE 4 TO RETURN-CODE
               GO TO LE-EXIT.
       LE-20.
           READ FILESTL AT END
               CLOSE FILESTL
               GO TO LE-EXIT.
           IF UW14STL-STATUS NOT EQUAL TO '00'
               DISPLAY 'STALE CHECK VOID FILE READ ERROR - FILE NOT '
                   'CLEARED, CHECK ' UW14STL-NAME UPON PRINTER
               CLOSE FILESTL
               MOVE 0 TO UW14STL-CNT
               MOVE 4 TO RETURN-CODE
               GO TO LE-EXIT.
           IF FILESTLREC = SPACES
               GO TO LE-20.
           MOVE SPACES TO UW14POSD.
           MOVE 'PVOD' TO UW14POSD-ID.
           MOVE FILESTL-MICRNO TO UW14POSD-MICRNO.
           MOVE FILESTL-ACNO TO UW14POSD-ACNO.
           MOVE FILESTL-AMT TO UW14POSD-AMT.
           MOVE FILESTL-EFDTE TO UW14POSD-ISSDTE.
           MOVE SPACES TO FILEPOSREC.
           MOVE UW14POSD TO FILEPOSREC.
           WRITE FILEPOSREC.
           IF UW14POS-STATUS NOT EQUAL TO '00'
               DISPLAY 'ISSUE FILE WRITE ERROR - POSITIVE PAY '
                   'ABORTED' UPON PRINTER
               CLOSE FILESTL
               MOVE 0 TO UW14STL-CNT
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW14VOD-CNT.
           ADD FILESTL-AMT TO UW14VOD-AMT.
           ADD 1 TO UW14STL-CNT.
           ADD FILESTL-AMT TO UW14STL-AMT.
           GO TO LE-20.
       LE-EXIT.
           EXIT.

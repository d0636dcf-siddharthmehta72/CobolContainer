           SELECT  FILERTN ASSIGN DYNAMIC UW02RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02RTN-STATUS.
           SELECT  FILENSF ASSIGN DYNAMIC UW02NSF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02NSF-STATUS.
           SELECT  FILERPS ASSIGN DYNAMIC UW02RPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02RPS-STATUS.
           SELECT  FILERPW ASSIGN DYNAMIC UW02RPW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02RPW-STATUS.
           SELECT  FILECRY ASSIGN DYNAMIC UW02CRY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02CRY-STATUS.
           SELECT  FILEHOL ASSIGN DYNAMIC UW02HOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02HOL-STATUS.
           SELECT  FILEREF ASSIGN DYNAMIC UW02REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW02REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILECOR
           03  FILERTN-DSN             PIC X(80).
           03  FILERTN-RECIMG          PIC X(84).
           03  FILERTN-DIVDT           PIC 9(8).
       FD  FILENSF
           LABEL RECORDS ARE STANDARD.
       01  FILENSFREC.
           03  FILENSF-REASON          PIC X(40).
           03  FILENSF-DSN             PIC X(80).
           03  FILENSF-RECIMG          PIC X(84).
           03  FILENSF-DIVDT           PIC 9(8).
       FD  FILERPS
           LABEL RECORDS ARE STANDARD.
       01  FILERPSREC.
           03  FILERPS-REASON          PIC X(40).
           03  FILERPS-DSN             PIC X(80).
           03  FILERPS-RECIMG          PIC X(84).
           03  FILERPS-DIVDT           PIC 9(8).
       FD  FILERPW
           LABEL RECORDS ARE STANDARD.
       01  FILERPWREC.
           03  FILERPW-REASON          PIC X(40).
           03  FILERPW-DSN             PIC X(80).
           03  FILERPW-RECIMG          PIC X(84).
           03  FILERPW-DIVDT           PIC 9(8).
       FD  FILECRY
           LABEL RECORDS ARE STANDARD.
       01  FILECRYREC.
       01  FILEHOLREC.
           03  FILEHOL-DATE            PIC 9(8).
           03  FILEHOL-DESC            PIC X(30).
       FD  FILEREF
           LABEL RECORDS ARE STANDARD.
       01  FILEREFREC.
           03  FILEREF-TYPE            PIC X.
           03  FILEREF-CODE            PIC X(6).
           03  FILEREF-OPNDT           PIC 9(8).
           03  FILEREF-CLSDT           PIC 9(8).
           03  FILEREF-ACTIVE          PIC X.
           03  FILEREF-DESC            PIC X(20).
       WORKING-STORAGE SECTION.
       01  UW02CORFILE-NAME            PIC X(80).
       01  UW02RSBFILE-NAME            PIC X(80).
               'TESTMERGE.ORPHANRV.DAT'.
       01  UW02RTN-NAME                PIC X(80) VALUE
               'TESTMERGE.BANKRTN.DAT'.
       01  UW02NSF-NAME                PIC X(80) VALUE
               'TESTMERGE.NSFEXCP.DAT'.
       01  UW02RPS-NAME                PIC X(80) VALUE
               'TESTMERGE.NSFREPOST.DAT'.
       01  UW02RPW-NAME                PIC X(80) VALUE
               'TESTREPAIR.REPOST.TMP'.
       01  UW02CRY-NAME                PIC X(80) VALUE
               'TESTREPAIR.CARRY.DAT'.
       01  UW02CRN-NAME                PIC X(80) VALUE
       01  UW02DUP-STATUS              PIC XX.
       01  UW02ORV-STATUS              PIC XX.
       01  UW02RTN-STATUS              PIC XX.
       01  UW02NSF-STATUS              PIC XX.
       01  UW02RPS-STATUS              PIC XX.
       01  UW02RPW-STATUS              PIC XX.
       01  UW02CRY-STATUS              PIC XX.
       01  UW02CRN-STATUS              PIC XX.
       01  UW02WRK-STATUS              PIC XX.
       01  UW02AGE-STATUS              PIC XX.
       01  UW02ACCT-STATUS             PIC XX.
       01  UW02CRJ-STATUS              PIC XX.
       01  UW02VALID-TXNTYP-LIT        PIC X(8) VALUE
               'CRDRRVAJ'.
       01  UW02VALID-TXNTYP REDEFINES UW02VALID-TXNTYP-LIT.
       01  UW02VALID-CRDBIN-LIT        PIC X(3) VALUE 'CDP'.
       01  UW02VALID-CRDBIN REDEFINES UW02VALID-CRDBIN-LIT.
           03  UW02VC-ENT              PIC X(1) OCCURS 3 TIMES.
       01  UW02VX                      PIC 9(4).
       01  UW02REF-NAME                PIC X(80) VALUE
               'TESTMERGE.REFCODE.DAT'.
       01  UW02REF-STATUS              PIC XX.
       01  UW02MAX-REF                 PIC 9(4) VALUE 2000.
       01  UW02REF-CNT                 PIC 9(4) VALUE 0.
       01  UW02RFX                     PIC 9(4).
       01  UW02REF-TAB.
           03  UW02REF-ENT OCCURS 2000 TIMES.
               05  UW02RF-KEY.
                   07  UW02RF-TYPE     PIC X.
                   07  UW02RF-CODE     PIC X(6).
               05  UW02RF-OPNDT        PIC 9(8).
               05  UW02RF-CLSDT        PIC 9(8).
               05  UW02RF-ACTIVE       PIC X.
       01  UW02RF-SRCH.
           03  UW02RFS-TYPE            PIC X.
           03  UW02RFS-CODE            PIC X(6).
       01  UW02RF-FOUND                PIC X VALUE 'N'.
       01  UW02RF-AVAIL                PIC X VALUE 'Y'.
           88  UW02RF-USABLE               VALUE 'Y'.
           88  UW02RF-CLOSED               VALUE 'C'.
           88  UW02RF-NOTOPEN              VALUE 'F'.
       01  UW02COR-OK                  PIC X VALUE 'Y'.
       01  UW02COR-REASON              PIC X(40).
       01  UW02MAX-ACCT                PIC 9(7) VALUE 500000.
       01  UW02CUR-CHK                 PIC X(3).
       01  UW02REPAIRED                PIC X VALUE 'N'.
       01  UW02UNREPAIRABLE            PIC X VALUE 'N'.
       01  UW02REPOST                  PIC X VALUE 'N'.
       01  UW02RPS-CNT                 PIC 9(8) VALUE 0.
       01  UW02RPS-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW02RSB-CNT                 PIC 9(8) VALUE 0.
       01  UW02RSB-AMT                 PIC 9(12)V99 VALUE 0.
       01  UW02CRY-CNT                 PIC 9(8) VALUE 0.
       LB-REPAIR SECTION.
       LB-10.
           PERFORM LO-10-LOAD-HOL THRU LO-EXIT.
           PERFORM LP-10-LOAD-REF THRU LP-EXIT.
           PERFORM LM-10-LOAD-ACCT THRU LM-EXIT.
           PERFORM LG-10-LOAD-COR THRU LG-EXIT.
           OPEN OUTPUT FILEWRK.
           PERFORM LH-40-STAGE-DUP THRU LH-49-EXIT.
           PERFORM LH-50-STAGE-ORV THRU LH-59-EXIT.
           PERFORM LH-60-STAGE-RTN THRU LH-69-EXIT.
           PERFORM LH-70-STAGE-NSF THRU LH-79-EXIT.
           CLOSE FILEWRK.
       LB-20.
           OPEN OUTPUT FILERSB.
           MOVE 'TESTREPAIR AGEING RPT' TO FILEAGE-LABEL.
           MOVE UW02BUSDATE TO FILEAGE-DIVDT.
           WRITE FILEAGEREC.
           OPEN OUTPUT FILERPW.
           IF UW02RPW-STATUS NOT EQUAL TO '00'
               DISPLAY 'RE-POST STAGING FILE NOT OPENABLE - REPAIR '
                   'ABORTED' UPON PRINTER
               CLOSE FILERSB
               CLOSE FILECRN
               CLOSE FILEAGE
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           OPEN INPUT FILEWRK.
           IF UW02WRK-STATUS NOT EQUAL TO '00'
               DISPLAY 'STAGING FILE NOT READABLE - REPAIR ABORTED'
               CLOSE FILERSB
               CLOSE FILECRN
               CLOSE FILEAGE
               CLOSE FILERPW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LB-30.
               CLOSE FILERSB
               CLOSE FILECRN
               CLOSE FILEAGE
               CLOSE FILERPW
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           CLOSE FILERSB.
           CLOSE FILECRN.
           CLOSE FILERPW.
           PERFORM LD-10-UNUSED-COR THRU LD-EXIT
               VARYING UW02CX FROM 1 BY 1
               UNTIL UW02CX > UW02COR-CNT.
           CLOSE FILEAGE.
           PERFORM LK-10-SWAP-CARRY THRU LK-EXIT.
           PERFORM LK-20-CONSUME-DIVERTS THRU LK-29-EXIT.
           PERFORM LK-30-RELEASE-REPOST THRU LK-39-EXIT.
           DISPLAY 'REPAIRED/RESUBMITTED: ' UW02RSB-CNT UPON PRINTER.
           DISPLAY 'NSF RELEASED/REPOST : ' UW02RPS-CNT UPON PRINTER.
           DISPLAY 'CARRIED UNREPAIRED  : ' UW02CRY-CNT UPON PRINTER.
           DISPLAY 'OVER AGE LIMIT      : ' UW02AGED-CNT UPON PRINTER.
       LB-EXIT.
           MOVE FILEWRK-RECIMG(1:80) TO UW02DTL.
           MOVE 'N' TO UW02REPAIRED.
           MOVE 'N' TO UW02UNREPAIRABLE.
           MOVE 'N' TO UW02REPOST.
           IF UW02DTL-RECTYP(1:2) NOT EQUAL TO 'DT' OR
               UW02DTL-PAYAMT NOT NUMERIC
               MOVE 'Y' TO UW02UNREPAIRABLE.
           MOVE UW02DTL-UFACNO TO UW02ORIG-ACNO.
           MOVE UW02DTL(9:4) TO UW02ORIG-STXN.
           IF FILEWRK-SOURCE = 'NSF'
               IF UW02UNREPAIRABLE = 'N'
                   PERFORM LC-30-REPOST-COR THRU LC-39-EXIT
                       VARYING UW02CX FROM 1 BY 1
                       UNTIL UW02CX > UW02COR-CNT
               END-IF
               MOVE 'Y' TO UW02UNREPAIRABLE
               IF UW02REPOST = 'Y'
                   GO TO LC-40-RELEASE.
           IF UW02UNREPAIRABLE = 'N'
               PERFORM LC-20-APPLY-COR THRU LC-29-EXIT
                   VARYING UW02CX FROM 1 BY 1
                   MOVE UW02ORIG-ACNO TO FILEAGE-ACNO
                   MOVE UW02ORIG-STXN TO FILEAGE-STXN
                   WRITE FILEAGEREC.
           GO TO LC-EXIT.
       LC-40-RELEASE.
           MOVE SPACES TO FILERPWREC.
           MOVE FILEWRK-REASON TO FILERPW-REASON.
           MOVE FILEWRK-DSN TO FILERPW-DSN.
           MOVE FILEWRK-RECIMG TO FILERPW-RECIMG.
           MOVE FILEWRK-DIVDT TO FILERPW-DIVDT.
           WRITE FILERPWREC.
           IF UW02RPW-STATUS NOT EQUAL TO '00'
               DISPLAY 'RE-POST STAGING FILE WRITE ERROR - REPAIR '
                   'ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW02RPS-CNT.
           ADD UW02DTL-PAYAMT TO UW02RPS-AMT.
       LC-EXIT.
           EXIT.
       LC-20-APPLY-COR.
               MOVE 'Y' TO UW02CE-USED(UW02CX).
       LC-29-EXIT.
           EXIT.
       LC-30-REPOST-COR.
           IF UW02CE-ACNO(UW02CX) NOT EQUAL TO UW02ORIG-ACNO OR
               UW02CE-STXN(UW02CX) NOT EQUAL TO UW02ORIG-STXN OR
               UW02CE-FIELD(UW02CX) NOT EQUAL TO 'REPOST'
               GO TO LC-39-EXIT.
           MOVE 'Y' TO UW02REPOST.
           MOVE 'Y' TO UW02CE-USED(UW02CX).
       LC-39-EXIT.
           EXIT.
       LD-UNUSED SECTION.
       LD-10-UNUSED-COR.
           IF UW02CE-USED(UW02CX) = 'N'
           MOVE SPACES TO UW02COR-REASON.
           EVALUATE FILECOR-FIELD
               WHEN 'PYMTH'
                   MOVE 'M' TO UW02RFS-TYPE
                   MOVE FILECOR-VALUE(1:3) TO UW02RFS-CODE
                   PERFORM LQ-10-REF-LOOKUP THRU LQ-EXIT
                   IF UW02RF-FOUND = 'N'
                       MOVE 'N' TO UW02COR-OK
                       MOVE 'PYMTH NOT A VALID PAYMENT METHOD' TO
                           UW02COR-REASON
                   END-IF
                   IF UW02RF-CLOSED
                       MOVE 'N' TO UW02COR-OK
                       MOVE 'PYMTH CLOSED ON REFERENCE FILE' TO
                           UW02COR-REASON
                   END-IF
                   IF UW02RF-NOTOPEN
                       MOVE 'N' TO UW02COR-OK
                       MOVE 'PYMTH NOT YET OPEN ON REFERENCE FILE' TO
                           UW02COR-REASON
                   END-IF
               WHEN 'TXNTYP'
                   MOVE 'N' TO UW02COR-OK
                   PERFORM VARYING UW02VX FROM 1 BY 1
                       MOVE 'N' TO UW02COR-OK
                       MOVE 'UFBRAC NOT NUMERIC' TO UW02COR-REASON
                   ELSE
                       MOVE 'B' TO UW02RFS-TYPE
                       MOVE FILECOR-VALUE(1:6) TO UW02RFS-CODE
                       PERFORM LQ-10-REF-LOOKUP THRU LQ-EXIT
                       IF UW02RF-FOUND = 'N'
                           MOVE 'N' TO UW02COR-OK
                           MOVE 'UFBRAC NOT ON VALID BRANCH LIST' TO
                               UW02COR-REASON
                       END-IF
                       IF UW02RF-CLOSED
                           MOVE 'N' TO UW02COR-OK
                           MOVE 'UFBRAC BRANCH CLOSED ON REFERENCE FILE'
                               TO UW02COR-REASON
                       END-IF
                       IF UW02RF-NOTOPEN
                           MOVE 'N' TO UW02COR-OK
                           MOVE 'UFBRAC BRANCH NOT YET OPEN' TO
                               UW02COR-REASON
                       END-IF
                   END-IF
               WHEN 'UFACNO'
                   IF FILECOR-VALUE = SPACES
           GO TO LH-61.
       LH-69-EXIT.
           EXIT.
       LH-70-STAGE-NSF.
           OPEN INPUT FILENSF.
           IF UW02NSF-STATUS NOT EQUAL TO '00'
               GO TO LH-79-EXIT.
       LH-71.
           READ FILENSF AT END
               CLOSE FILENSF
               GO TO LH-79-EXIT.
           MOVE SPACES TO FILEWRKREC.
           IF FILENSF-DIVDT NUMERIC AND FILENSF-DIVDT > 0
               MOVE FILENSF-DIVDT TO FILEWRK-DIVDT
           ELSE
               MOVE UW02BUSDATE TO FILEWRK-DIVDT.
           MOVE 'NSF' TO FILEWRK-SOURCE.
           MOVE FILENSF-REASON TO FILEWRK-REASON.
           MOVE FILENSF-DSN TO FILEWRK-DSN.
           MOVE FILENSF-RECIMG TO FILEWRK-RECIMG.
           WRITE FILEWRKREC.
           GO TO LH-71.
       LH-79-EXIT.
           EXIT.
       LK-FINISH SECTION.
       LK-10-SWAP-CARRY.
           OPEN INPUT FILECRN.
           CLOSE FILEORV.
           OPEN OUTPUT FILERTN.
           CLOSE FILERTN.
           OPEN OUTPUT FILENSF.
           CLOSE FILENSF.
           IF UW02SUS-STATUS NOT EQUAL TO '00' OR
               UW02EXC-STATUS NOT EQUAL TO '00' OR
               UW02DUP-STATUS NOT EQUAL TO '00' OR
               UW02ORV-STATUS NOT EQUAL TO '00' OR
               UW02RTN-STATUS NOT EQUAL TO '00' OR
               UW02NSF-STATUS NOT EQUAL TO '00'
               DISPLAY 'DIVERT FILES NOT CLEARED - REPAIR THEM AGAIN '
                   'BEFORE RESUBMITTING' UPON PRINTER
               MOVE 8 TO RETURN-CODE.
       LK-29-EXIT.
           EXIT.
       LK-30-RELEASE-REPOST.
           IF RETURN-CODE NOT LESS THAN 8 OR UW02RPS-CNT = 0
               GO TO LK-39-EXIT.
           OPEN INPUT FILERPW.
           IF UW02RPW-STATUS NOT EQUAL TO '00'
               DISPLAY 'RE-POST STAGING FILE NOT READABLE - RELEASED '
                   'NSF ITEMS REMAIN IN ' UW02RPW-NAME UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LK-39-EXIT.
           OPEN EXTEND FILERPS.
           IF UW02RPS-STATUS = '35'
               OPEN OUTPUT FILERPS.
           IF UW02RPS-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF RE-POST FILE NOT OPENABLE - RELEASED NSF '
                   'ITEMS REMAIN IN ' UW02RPW-NAME UPON PRINTER
               CLOSE FILERPW
               MOVE 8 TO RETURN-CODE
               GO TO LK-39-EXIT.
       LK-31.
           READ FILERPW AT END
               CLOSE FILERPW
               CLOSE FILERPS
               GO TO LK-39-EXIT.
           MOVE FILERPWREC TO FILERPSREC.
           WRITE FILERPSREC.
           IF UW02RPS-STATUS NOT EQUAL TO '00'
               DISPLAY 'NSF RE-POST FILE WRITE ERROR - CHECK '
                   UW02RPS-NAME ' AGAINST ' UW02RPW-NAME UPON PRINTER
               CLOSE FILERPW
               CLOSE FILERPS
               MOVE 8 TO RETURN-CODE
               GO TO LK-39-EXIT.
           GO TO LK-31.
       LK-39-EXIT.
           EXIT.
       LM-LOADACCT SECTION.
       LM-10-LOAD-ACCT.
           MOVE 0 TO UW02ACCT-CNT.
           GO TO LO-20.
       LO-EXIT.
           EXIT.
       LP-LOADREF SECTION.
       LP-10-LOAD-REF.
           MOVE 0 TO UW02REF-CNT.
           OPEN INPUT FILEREF.
           IF UW02REF-STATUS NOT EQUAL TO '00'
               DISPLAY 'CODE REFERENCE FILE NOT FOUND OR OPEN ERROR - '
                   'REPAIR ABORTED' UPON PRINTER
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
       LP-20.
           READ FILEREF AT END
               CLOSE FILEREF
               GO TO LP-EXIT.
           IF FILEREFREC = SPACES
               GO TO LP-20.
           IF FILEREF-TYPE NOT EQUAL TO 'B' AND 'M'
               GO TO LP-20.
           IF UW02REF-CNT NOT LESS THAN UW02MAX-REF
               DISPLAY 'CODE REFERENCE TABLE FULL - REPAIR ABORTED'
                   UPON PRINTER
               CLOSE FILEREF
               MOVE 8 TO RETURN-CODE
               GO TO LB-EXIT.
           ADD 1 TO UW02REF-CNT.
           MOVE FILEREF-TYPE TO UW02RF-TYPE(UW02REF-CNT).
           MOVE FILEREF-CODE TO UW02RF-CODE(UW02REF-CNT).
           IF FILEREF-OPNDT NUMERIC
               MOVE FILEREF-OPNDT TO UW02RF-OPNDT(UW02REF-CNT)
           ELSE
               MOVE 0 TO UW02RF-OPNDT(UW02REF-CNT).
           IF FILEREF-CLSDT NUMERIC
               MOVE FILEREF-CLSDT TO UW02RF-CLSDT(UW02REF-CNT)
           ELSE
               MOVE 0 TO UW02RF-CLSDT(UW02REF-CNT).
           IF FILEREF-ACTIVE = 'N'
               MOVE 'N' TO UW02RF-ACTIVE(UW02REF-CNT)
           ELSE
               MOVE 'Y' TO UW02RF-ACTIVE(UW02REF-CNT).
           GO TO LP-20.
       LP-EXIT.
           EXIT.
       LQ-REFLOOKUP SECTION.
       LQ-10-REF-LOOKUP.
           MOVE 'N' TO UW02RF-FOUND.
           MOVE 'Y' TO UW02RF-AVAIL.
           PERFORM VARYING UW02RFX FROM 1 BY 1
                   UNTIL UW02RFX > UW02REF-CNT
               IF UW02RF-KEY(UW02RFX) = UW02RF-SRCH
                   MOVE 'Y' TO UW02RF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UW02RF-FOUND = 'N'
               GO TO LQ-EXIT.
           IF UW02RF-ACTIVE(UW02RFX) = 'N'
               MOVE 'C' TO UW02RF-AVAIL
               GO TO LQ-EXIT.
           IF UW02RF-CLSDT(UW02RFX) > 0 AND
               UW02RF-CLSDT(UW02RFX) NOT GREATER THAN UW02BUSDATE
               MOVE 'C' TO UW02RF-AVAIL
               GO TO LQ-EXIT.
           IF UW02RF-OPNDT(UW02RFX) > UW02BUSDATE
               MOVE 'F' TO UW02RF-AVAIL.
       LQ-EXIT.
           EXIT.

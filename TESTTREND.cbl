           03  FILEST-KEY              PIC X(6).
           03  FILEST-CNT              PIC 9(8).
           03  FILEST-AMT              PIC 9(12)V99.
           03  FILEST-CYCLE            PIC XX.
           03  FILEST-CURCD            PIC XXX.
           03  FILEST-BASEAMT          PIC 9(12)V99.
           03  FILEST-FXMISS           PIC X.
       FD  FILERPT
           LABEL RECORDS ARE STANDARD.
       01  FILERPTREC.
           03  FILERPT-LABEL           PIC X(24).
           03  FILERPT-TYPE            PIC X(4).
           03  FILERPT-KEY             PIC X(9).
           03  FILERPT-CUR             PIC X(5).
           03  FILERPT-TODAY           PIC X(14).
           03  FILERPT-BASE            PIC X(18).
           03  FILERPT-TAMT            PIC X(18).
           03  FILERPT-BAMT            PIC X(18).
           03  FILERPT-TBASE           PIC X(18).
           03  FILERPT-BBASE           PIC X(18).
           03  FILERPT-PCT             PIC X(10).
           03  FILERPT-FLAG            PIC X(10).
           03  FILERPT-FXFLAG          PIC X(8).
       FD  FILEFLG
           LABEL RECORDS ARE STANDARD.
       01  FILEFLGREC.
           03  FILEFLG-TODAY           PIC 9(14).
           03  FILEFLG-BASE            PIC 9(14).
           03  FILEFLG-PCT             PIC 9(7).
           03  FILEFLG-CUR             PIC XXX.
       WORKING-STORAGE SECTION.
       01  UW09ST-NAME                 PIC X(80) VALUE
               'TESTMERGE.STATS.DAT'.
           03  UW09DTE-ENT OCCURS 500 TIMES PIC 9(8).
       01  UW09BASE-FROM               PIC 9(8).
       01  UW09BASE-NDAYS              PIC 9(4).
       01  UW09MAX-KEY                 PIC 9(4) VALUE 500.
       01  UW09KEY-CNT                 PIC 9(4) VALUE 0.
       01  UW09KX                      PIC 9(4).
       01  UW09KEY-HIT                 PIC 9(4).
       01  UW09KEY-TAB.
           03  UW09KEY-ENT OCCURS 500 TIMES.
               05  UW09KE-TYPE         PIC X.
               05  UW09KE-KEY          PIC X(6).
               05  UW09KE-CUR          PIC XXX.
               05  UW09KE-TCNT         PIC 9(8).
               05  UW09KE-TAMT         PIC 9(12)V99.
               05  UW09KE-BCNT         PIC 9(12).
               05  UW09KE-BAMT         PIC 9(14)V99.
               05  UW09KE-TBASE        PIC 9(12)V99.
               05  UW09KE-BBASE        PIC 9(14)V99.
               05  UW09KE-TMISS        PIC X.
               05  UW09KE-BMISS        PIC X.
       01  UW09AVG-CNT                 PIC 9(10)V99.
       01  UW09AVG-AMT                 PIC 9(12)V99.
       01  UW09AVG-BASE                PIC 9(12)V99.
       01  UW09DEV-PCT                 PIC 9(7).
       01  UW09CNT-FLAG                PIC X.
       01  UW09AMT-FLAG                PIC X.
               GO TO LB-30.
           IF FILEST-RUNDT NOT LESS THAN UW09BUSDATE
               GO TO LB-20.
           IF FILEST-CYCLE NOT EQUAL TO SPACES AND
               FILEST-CYCLE NOT EQUAL TO '00'
               GO TO LB-20.
           IF FILEST-FXMISS NOT EQUAL TO 'Y' AND
               FILEST-FXMISS NOT EQUAL TO 'N'
               GO TO LB-20.
           PERFORM LC-10-NOTE-DATE THRU LC-19-EXIT.
           GO TO LB-20.
       LB-30.
               GO TO LB-40.
           IF FILEST-RUNDT < UW09BASE-FROM
               GO TO LB-40.
           IF FILEST-CYCLE NOT EQUAL TO SPACES AND
               FILEST-CYCLE NOT EQUAL TO '00'
               GO TO LB-40.
           IF FILEST-FXMISS NOT EQUAL TO 'Y' AND
               FILEST-FXMISS NOT EQUAL TO 'N'
               GO TO LB-40.
           PERFORM LC-20-POST-KEY THRU LC-29-EXIT.
           GO TO LB-40.
       LB-50.
           PERFORM VARYING UW09KX FROM 1 BY 1
                   UNTIL UW09KX > UW09KEY-CNT
               IF UW09KE-TYPE(UW09KX) = FILEST-TYPE AND
                   UW09KE-KEY(UW09KX) = FILEST-KEY AND
                   UW09KE-CUR(UW09KX) = FILEST-CURCD
                   MOVE UW09KX TO UW09KEY-HIT
                   EXIT PERFORM
               END-IF
               MOVE UW09KEY-CNT TO UW09KEY-HIT
               MOVE FILEST-TYPE TO UW09KE-TYPE(UW09KEY-HIT)
               MOVE FILEST-KEY TO UW09KE-KEY(UW09KEY-HIT)
               MOVE FILEST-CURCD TO UW09KE-CUR(UW09KEY-HIT)
               MOVE 0 TO UW09KE-TCNT(UW09KEY-HIT)
               MOVE 0 TO UW09KE-TAMT(UW09KEY-HIT)
               MOVE 0 TO UW09KE-BCNT(UW09KEY-HIT)
               MOVE 0 TO UW09KE-BAMT(UW09KEY-HIT)
               MOVE 0 TO UW09KE-TBASE(UW09KEY-HIT)
               MOVE 0 TO UW09KE-BBASE(UW09KEY-HIT)
               MOVE 'N' TO UW09KE-TMISS(UW09KEY-HIT)
               MOVE 'N' TO UW09KE-BMISS(UW09KEY-HIT)
           END-IF.
           IF FILEST-RUNDT = UW09BUSDATE
               ADD FILEST-CNT TO UW09KE-TCNT(UW09KEY-HIT)
               ADD FILEST-AMT TO UW09KE-TAMT(UW09KEY-HIT)
               IF FILEST-FXMISS = 'Y'
                   MOVE 'Y' TO UW09KE-TMISS(UW09KEY-HIT)
               ELSE
                   ADD FILEST-BASEAMT TO UW09KE-TBASE(UW09KEY-HIT)
               END-IF
           ELSE
               ADD FILEST-CNT TO UW09KE-BCNT(UW09KEY-HIT)
               ADD FILEST-AMT TO UW09KE-BAMT(UW09KEY-HIT)
               IF FILEST-FXMISS = 'Y'
                   MOVE 'Y' TO UW09KE-BMISS(UW09KEY-HIT)
               ELSE
                   ADD FILEST-BASEAMT TO UW09KE-BBASE(UW09KEY-HIT)
               END-IF.
       LC-29-EXIT.
           EXIT.
       LD-JUDGE SECTION.
       LD-10-JUDGE-KEY.
           MOVE 0 TO UW09AVG-CNT.
           MOVE 0 TO UW09AVG-AMT.
           MOVE 0 TO UW09AVG-BASE.
           MOVE 'N' TO UW09CNT-FLAG.
           MOVE 'N' TO UW09AMT-FLAG.
           IF UW09BASE-NDAYS = 0
               UW09KE-BCNT(UW09KX) / UW09BASE-NDAYS.
           COMPUTE UW09AVG-AMT ROUNDED =
               UW09KE-BAMT(UW09KX) / UW09BASE-NDAYS.
           COMPUTE UW09AVG-BASE ROUNDED =
               UW09KE-BBASE(UW09KX) / UW09BASE-NDAYS.
           MOVE 'N' TO UW09CNT-FLAG.
           MOVE 'N' TO UW09AMT-FLAG.
           MOVE 0 TO UW09DEV-PCT.
               MOVE 'METHOD' TO FILERPT-LABEL.
           MOVE UW09KE-TYPE(UW09KX) TO FILERPT-TYPE.
           MOVE UW09KE-KEY(UW09KX) TO FILERPT-KEY.
           MOVE UW09KE-CUR(UW09KX) TO FILERPT-CUR.
           MOVE UW09KE-TCNT(UW09KX) TO FILERPT-TODAY.
           MOVE UW09AVG-CNT TO UW09AMT-ED.
           MOVE UW09AMT-ED TO FILERPT-BASE.
           MOVE UW09AMT-ED TO FILERPT-TAMT.
           MOVE UW09AVG-AMT TO UW09AMT-ED.
           MOVE UW09AMT-ED TO FILERPT-BAMT.
           IF UW09KE-TMISS(UW09KX) = 'N'
               MOVE UW09KE-TBASE(UW09KX) TO UW09AMT-ED
               MOVE UW09AMT-ED TO FILERPT-TBASE.
           IF UW09KE-BMISS(UW09KX) = 'N'
               MOVE UW09AVG-BASE TO UW09AMT-ED
               MOVE UW09AMT-ED TO FILERPT-BBASE.
           IF UW09KE-TMISS(UW09KX) = 'Y' OR
               UW09KE-BMISS(UW09KX) = 'Y'
               MOVE 'NO RATE' TO FILERPT-FXFLAG.
           IF UW09CNT-FLAG = 'Y' OR UW09AMT-FLAG = 'Y'
               MOVE 'FLAGGED' TO FILERPT-FLAG.
           WRITE FILERPTREC.
           MOVE UW09KE-TCNT(UW09KX) TO FILEFLG-TODAY.
           MOVE UW09AVG-CNT TO FILEFLG-BASE.
           MOVE UW09DEV-PCT TO FILEFLG-PCT.
           MOVE UW09KE-CUR(UW09KX) TO FILEFLG-CUR.
           WRITE FILEFLGREC.
           IF UW09FLG-STATUS NOT EQUAL TO '00'
               DISPLAY 'FLAG FILE WRITE ERROR - TREND ABORTED'
           MOVE UW09KE-TAMT(UW09KX) TO FILEFLG-TODAY.
           MOVE UW09AVG-AMT TO FILEFLG-BASE.
           MOVE UW09DEV-PCT TO FILEFLG-PCT.
           MOVE UW09KE-CUR(UW09KX) TO FILEFLG-CUR.
           WRITE FILEFLGREC.
           IF UW09FLG-STATUS NOT EQUAL TO '00'
               DISPLAY 'FLAG FILE WRITE ERROR - TREND ABORTED'

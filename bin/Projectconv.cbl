      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the house project files from
      *          two-digit to four-digit project numbers. Rebuilds the
      *          indexed master HOUSEPROJECTS.IDX, widens the project
      *          number on every flat file that carries one (including
      *          the archive files and the backup generations), and
      *          seeds the next-number control record so that numbers
      *          freed by archiving are never handed out again.
      *          Before anything is changed every file is copied aside
      *          unchanged as <file>.PRECONV (the indexed master as a
      *          flat image), and each file is then rebuilt from that
      *          copy. Each finished step is written to the checkpoint
      *          file HOUSEPROJECTSCONVCKPT.TXT, so a run that is cut
      *          short simply carries on from the first unfinished step
      *          when started again. Refuses to run once the control
      *          record exists.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLDMASTER ASSIGN TO "bin/HOUSEPROJECTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PROJECT-NUM
           ALTERNATE RECORD KEY IS OLD-NICKNAME WITH DUPLICATES
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT NEWMASTER ASSIGN TO "bin/HOUSEPROJECTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-PROJECT-NUM
           ALTERNATE RECORD KEY IS MASTER-NICKNAME WITH DUPLICATES
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL CONTROLFILE ASSIGN TO
               "bin/HOUSEPROJECTSCONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REWRITEJOURNAL ASSIGN TO
               "bin/HOUSEPROJECTSJOURNAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCKPT ASSIGN TO
               "bin/HOUSEPROJECTSCONVCKPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREMASTER ASSIGN TO
               "bin/HOUSEPROJECTS.IDX.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCOPY ASSIGN TO
               "bin/HOUSEPROJECTScopy.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECOPY ASSIGN TO
               "bin/HOUSEPROJECTScopy.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVMBK1 ASSIGN TO "bin/HOUSEPROJECTS.BK1"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREMBK1 ASSIGN TO
               "bin/HOUSEPROJECTS.BK1.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVMBK2 ASSIGN TO "bin/HOUSEPROJECTS.BK2"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREMBK2 ASSIGN TO
               "bin/HOUSEPROJECTS.BK2.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVMBK3 ASSIGN TO "bin/HOUSEPROJECTS.BK3"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREMBK3 ASSIGN TO
               "bin/HOUSEPROJECTS.BK3.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCSV ASSIGN TO "bin/housework2.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECSV ASSIGN TO "bin/housework2.csv.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCBK1 ASSIGN TO "bin/housework2.BK1"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECBK1 ASSIGN TO
               "bin/housework2.BK1.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCBK2 ASSIGN TO "bin/housework2.BK2"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECBK2 ASSIGN TO
               "bin/housework2.BK2.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCBK3 ASSIGN TO "bin/housework2.BK3"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECBK3 ASSIGN TO
               "bin/housework2.BK3.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVCONTR ASSIGN TO
               "bin/HOUSEPROJECTSCONTRACTORS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRECONTR ASSIGN TO
               "bin/HOUSEPROJECTSCONTRACTORS.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVEXP ASSIGN TO
               "bin/HOUSEPROJECTSEXPENSES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREEXP ASSIGN TO
               "bin/HOUSEPROJECTSEXPENSES.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVSHIST ASSIGN TO
               "bin/HOUSEPROJECTSSTATUSHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRESHIST ASSIGN TO
               "bin/HOUSEPROJECTSSTATUSHIST.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVMAT ASSIGN TO
               "bin/HOUSEPROJECTSMATERIALS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREMAT ASSIGN TO
               "bin/HOUSEPROJECTSMATERIALS.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVTASK ASSIGN TO
               "bin/HOUSEPROJECTSTASKS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRETASK ASSIGN TO
               "bin/HOUSEPROJECTSTASKS.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVPAY ASSIGN TO
               "bin/HOUSEPROJECTSPAYMENTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREPAY ASSIGN TO
               "bin/HOUSEPROJECTSPAYMENTS.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVARCH ASSIGN TO
               "bin/HOUSEPROJECTSARCHIVE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREARCH ASSIGN TO
               "bin/HOUSEPROJECTSARCHIVE.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVARCHC ASSIGN TO
               "bin/HOUSEPROJECTSARCHCONTR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PREARCHC ASSIGN TO
               "bin/HOUSEPROJECTSARCHCONTR.TXT.PRECONV"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD OLDMASTER.
       01 OLDDETAILS.
           88 ENDOFFILE2 VALUE HIGH-VALUES.
           05 OLD-PROJECT-NUM     PIC 99.
           05 OLD-NICKNAME        PIC X(15).
           05 OLD-SIZE            PIC X(9).
           05 OLD-LOCATION        PIC X(15).
           05 OLD-COST            PIC X(7).
           05 OLD-STATUS          PIC X.
           05 OLD-START-DATE      PIC X(8).
           05 OLD-TARGET-DATE     PIC X(8).
           05 OLD-PROPERTY        PIC X.

       FD NEWMASTER.
       01 MASTERDETAILS.
           05 MASTER-PROJECT-NUM  PIC 9(4).
           05 MASTER-NICKNAME     PIC X(15).
           05 MASTER-SIZE         PIC X(9).
           05 MASTER-LOCATION     PIC X(15).
           05 MASTER-COST         PIC X(7).
           05 MASTER-STATUS       PIC X.
           05 MASTER-START-DATE   PIC X(8).
           05 MASTER-TARGET-DATE  PIC X(8).
           05 MASTER-PROPERTY     PIC X.

       FD CONTROLFILE.
       01 CONTROLDETAILS.
           05 CTL-NEXT-PROJECT-NUM  PIC 9(5).
           05 CTL-UPDATED-DATE      PIC 9(8).

       FD REWRITEJOURNAL.
       01 JOURNALDETAILS.
           05 JRNL-STAGE      PIC X(5).
           05 FILLER          PIC X.
           05 JRNL-FILE-CODE  PIC X(8).

       FD CONVCKPT.
       01 CONVCKPTDETAILS.
           88 CONVCKPT-EOF VALUE HIGH-VALUES.
           05 CKPT-STEP-NUM       PIC 99.
           05 CKPT-HIGH-NUM       PIC 9(4).
           05 CKPT-DATE           PIC 9(8).
           05 FILLER              PIC X.
           05 CKPT-STEP-NAME      PIC X(20).

       FD PREMASTER.
       01 PREMASTER-REC.
           88 PREMASTER-EOF VALUE HIGH-VALUES.
           05 PREMASTER-LINE PIC X(200).
       01 PREMASTER-OLD-DETAILS.
           05 PRE-PROJECT-NUM     PIC 99.
           05 PRE-NICKNAME        PIC X(15).
           05 PRE-SIZE            PIC X(9).
           05 PRE-LOCATION        PIC X(15).
           05 PRE-COST            PIC X(7).
           05 PRE-STATUS          PIC X.
           05 PRE-START-DATE      PIC X(8).
           05 PRE-TARGET-DATE     PIC X(8).
           05 PRE-PROPERTY        PIC X.

       FD CONVCOPY.
       01 CONVCOPY-REC.
           88 CONVCOPY-EOF VALUE HIGH-VALUES.
           05 CONVCOPY-LINE PIC X(200).

       FD PRECOPY.
       01 PRECOPY-REC.
           88 PRECOPY-EOF VALUE HIGH-VALUES.
           05 PRECOPY-LINE PIC X(200).

       FD CONVMBK1.
       01 CONVMBK1-REC.
           88 CONVMBK1-EOF VALUE HIGH-VALUES.
           05 CONVMBK1-LINE PIC X(200).

       FD PREMBK1.
       01 PREMBK1-REC.
           88 PREMBK1-EOF VALUE HIGH-VALUES.
           05 PREMBK1-LINE PIC X(200).

       FD CONVMBK2.
       01 CONVMBK2-REC.
           88 CONVMBK2-EOF VALUE HIGH-VALUES.
           05 CONVMBK2-LINE PIC X(200).

       FD PREMBK2.
       01 PREMBK2-REC.
           88 PREMBK2-EOF VALUE HIGH-VALUES.
           05 PREMBK2-LINE PIC X(200).

       FD CONVMBK3.
       01 CONVMBK3-REC.
           88 CONVMBK3-EOF VALUE HIGH-VALUES.
           05 CONVMBK3-LINE PIC X(200).

       FD PREMBK3.
       01 PREMBK3-REC.
           88 PREMBK3-EOF VALUE HIGH-VALUES.
           05 PREMBK3-LINE PIC X(200).

       FD CONVCSV.
       01 CONVCSV-REC.
           88 CONVCSV-EOF VALUE HIGH-VALUES.
           05 CONVCSV-LINE PIC X(200).

       FD PRECSV.
       01 PRECSV-REC.
           88 PRECSV-EOF VALUE HIGH-VALUES.
           05 PRECSV-LINE PIC X(200).

       FD CONVCBK1.
       01 CONVCBK1-REC.
           88 CONVCBK1-EOF VALUE HIGH-VALUES.
           05 CONVCBK1-LINE PIC X(200).

       FD PRECBK1.
       01 PRECBK1-REC.
           88 PRECBK1-EOF VALUE HIGH-VALUES.
           05 PRECBK1-LINE PIC X(200).

       FD CONVCBK2.
       01 CONVCBK2-REC.
           88 CONVCBK2-EOF VALUE HIGH-VALUES.
           05 CONVCBK2-LINE PIC X(200).

       FD PRECBK2.
       01 PRECBK2-REC.
           88 PRECBK2-EOF VALUE HIGH-VALUES.
           05 PRECBK2-LINE PIC X(200).

       FD CONVCBK3.
       01 CONVCBK3-REC.
           88 CONVCBK3-EOF VALUE HIGH-VALUES.
           05 CONVCBK3-LINE PIC X(200).

       FD PRECBK3.
       01 PRECBK3-REC.
           88 PRECBK3-EOF VALUE HIGH-VALUES.
           05 PRECBK3-LINE PIC X(200).

       FD CONVCONTR.
       01 CONVCONTR-REC.
           88 CONVCONTR-EOF VALUE HIGH-VALUES.
           05 CONVCONTR-LINE PIC X(200).

       FD PRECONTR.
       01 PRECONTR-REC.
           88 PRECONTR-EOF VALUE HIGH-VALUES.
           05 PRECONTR-LINE PIC X(200).

       FD CONVEXP.
       01 CONVEXP-REC.
           88 CONVEXP-EOF VALUE HIGH-VALUES.
           05 CONVEXP-LINE PIC X(200).

       FD PREEXP.
       01 PREEXP-REC.
           88 PREEXP-EOF VALUE HIGH-VALUES.
           05 PREEXP-LINE PIC X(200).

       FD CONVSHIST.
       01 CONVSHIST-REC.
           88 CONVSHIST-EOF VALUE HIGH-VALUES.
           05 CONVSHIST-LINE PIC X(200).

       FD PRESHIST.
       01 PRESHIST-REC.
           88 PRESHIST-EOF VALUE HIGH-VALUES.
           05 PRESHIST-LINE PIC X(200).

       FD CONVMAT.
       01 CONVMAT-REC.
           88 CONVMAT-EOF VALUE HIGH-VALUES.
           05 CONVMAT-LINE PIC X(200).

       FD PREMAT.
       01 PREMAT-REC.
           88 PREMAT-EOF VALUE HIGH-VALUES.
           05 PREMAT-LINE PIC X(200).

       FD CONVTASK.
       01 CONVTASK-REC.
           88 CONVTASK-EOF VALUE HIGH-VALUES.
           05 CONVTASK-LINE PIC X(200).

       FD PRETASK.
       01 PRETASK-REC.
           88 PRETASK-EOF VALUE HIGH-VALUES.
           05 PRETASK-LINE PIC X(200).

       FD CONVPAY.
       01 CONVPAY-REC.
           88 CONVPAY-EOF VALUE HIGH-VALUES.
           05 CONVPAY-LINE PIC X(200).

       FD PREPAY.
       01 PREPAY-REC.
           88 PREPAY-EOF VALUE HIGH-VALUES.
           05 PREPAY-LINE PIC X(200).

       FD CONVARCH.
       01 CONVARCH-REC.
           88 CONVARCH-EOF VALUE HIGH-VALUES.
           05 CONVARCH-LINE PIC X(200).

       FD PREARCH.
       01 PREARCH-REC.
           88 PREARCH-EOF VALUE HIGH-VALUES.
           05 PREARCH-LINE PIC X(200).

       FD CONVARCHC.
       01 CONVARCHC-REC.
           88 CONVARCHC-EOF VALUE HIGH-VALUES.
           05 CONVARCHC-LINE PIC X(200).

       FD PREARCHC.
       01 PREARCHC-REC.
           88 PREARCHC-EOF VALUE HIGH-VALUES.
           05 PREARCHC-LINE PIC X(200).


       WORKING-STORAGE SECTION.

       01 WS-CONV-FIELDS.
           05 MASTER-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE ZEROES.
           05 WS-HIGH-PROJECT-NUM  PIC 9(4) VALUE ZEROES.
           05 WS-NEXT-PROJECT-NUM  PIC 9(5) VALUE ZEROES.
           05 WS-FOUND-NUM         PIC 99 VALUE ZEROES.
           05 WS-READ-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-WIDENED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-COPIED-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-REJECT-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-CONV-MODE         PIC X VALUE SPACE.
               88 CONV-PREFIX-MODE      VALUE "P".
               88 CONV-CSV-MODE         VALUE "C".
               88 CONV-ARCHIVE-MODE     VALUE "A".
           05 WS-CONV-LABEL        PIC X(20) VALUE SPACES.
           05 WS-CONV-IN           PIC X(200) VALUE SPACES.
           05 WS-CONV-OUT          PIC X(210) VALUE SPACES.
           05 WS-SAFE-SW           PIC X VALUE "Y".
               88 SAFE-TO-CONVERT       VALUE "Y".

       01 WS-STEP-FIELDS.
           05 WS-STEP-COUNT        PIC 99 VALUE 18.
           05 WS-STEP-NUM          PIC 99 VALUE ZEROES.
           05 WS-LAST-STEP-DONE    PIC 99 VALUE ZEROES.
           05 WS-STEP-NAME         PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PROCEDURE.
           PERFORM 1100-CHECK-SAFE-TO-RUN.

           IF NOT SAFE-TO-CONVERT
               PERFORM 9000-END-PROGRAM
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1200-LOAD-CHECKPOINTS.

           PERFORM 1300-RUN-ONE-STEP
               VARYING WS-STEP-NUM FROM 1 BY 1
               UNTIL WS-STEP-NUM > WS-STEP-COUNT.

           PERFORM 2900-WRITE-CONTROL-RECORD.

           DISPLAY "PROJECT NUMBER CONVERSION COMPLETE.".
           DISPLAY "  HIGHEST PROJECT NUMBER FOUND: "
               WS-HIGH-PROJECT-NUM.
           DISPLAY "  NEXT PROJECT NUMBER:          "
               WS-NEXT-PROJECT-NUM.
           DISPLAY "  THE ORIGINAL FILES ARE KEPT AS *.PRECONV.".

           PERFORM 9000-END-PROGRAM.


       1100-CHECK-SAFE-TO-RUN.
           MOVE "Y" TO WS-SAFE-SW.

           OPEN INPUT CONTROLFILE.
           READ CONTROLFILE
               AT END CONTINUE
               NOT AT END
                   MOVE "N" TO WS-SAFE-SW
                   DISPLAY "THE PROJECT NUMBER CONTROL RECORD ALREADY "
                       "EXISTS - THE FILES HAVE ALREADY BEEN "
                       "CONVERTED. NOTHING DONE."
           END-READ.
           CLOSE CONTROLFILE.

           IF SAFE-TO-CONVERT
               OPEN INPUT REWRITEJOURNAL
               READ REWRITEJOURNAL
                   AT END CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-SAFE-SW
                       DISPLAY "AN INTERRUPTED REWRITE OF THE "
                           JRNL-FILE-CODE " FILE IS STILL PENDING - "
                           "RUN HOUSEWORK ONCE TO RECOVER IT, THEN "
                           "RUN THIS CONVERSION AGAIN. NOTHING DONE."
               END-READ
               CLOSE REWRITEJOURNAL
           END-IF.


       1200-LOAD-CHECKPOINTS.
           MOVE ZEROES TO WS-LAST-STEP-DONE.

           OPEN INPUT CONVCKPT.
           READ CONVCKPT
               AT END SET CONVCKPT-EOF TO TRUE
           END-READ.

           PERFORM 1201-APPLY-CHECKPOINT UNTIL CONVCKPT-EOF.

           CLOSE CONVCKPT.

           IF WS-LAST-STEP-DONE > ZEROES
               DISPLAY "A PREVIOUS CONVERSION RUN FINISHED "
                   WS-LAST-STEP-DONE " OF " WS-STEP-COUNT
                   " STEPS - CARRYING ON FROM THE NEXT ONE."
           END-IF.


       1201-APPLY-CHECKPOINT.
           IF CKPT-STEP-NUM IS NUMERIC AND
               CKPT-STEP-NUM > WS-LAST-STEP-DONE AND
               CKPT-STEP-NUM <= WS-STEP-COUNT
               MOVE CKPT-STEP-NUM TO WS-LAST-STEP-DONE
               IF CKPT-HIGH-NUM IS NUMERIC
                   MOVE CKPT-HIGH-NUM TO WS-HIGH-PROJECT-NUM
               END-IF
           END-IF.

           READ CONVCKPT
               AT END SET CONVCKPT-EOF TO TRUE
           END-READ.


       1300-RUN-ONE-STEP.
           IF WS-STEP-NUM > WS-LAST-STEP-DONE
               EVALUATE WS-STEP-NUM
                   WHEN 1
                       PERFORM 1400-SAVE-ORIGINALS
                       MOVE "SAVE ORIGINALS" TO WS-STEP-NAME
                   WHEN 2
                       PERFORM 2000-CONVERT-MASTER
                       MOVE "PROJECT MASTER" TO WS-STEP-NAME
                   WHEN 3
                       PERFORM 2100-CONVERT-COPY
                       MOVE "FLAT MASTER COPY" TO WS-STEP-NAME
                   WHEN 4
                       PERFORM 2110-CONVERT-MASTERBK1
                       MOVE "MASTER BACKUP 1" TO WS-STEP-NAME
                   WHEN 5
                       PERFORM 2120-CONVERT-MASTERBK2
                       MOVE "MASTER BACKUP 2" TO WS-STEP-NAME
                   WHEN 6
                       PERFORM 2130-CONVERT-MASTERBK3
                       MOVE "MASTER BACKUP 3" TO WS-STEP-NAME
                   WHEN 7
                       PERFORM 2140-CONVERT-CSV
                       MOVE "PROJECT CSV" TO WS-STEP-NAME
                   WHEN 8
                       PERFORM 2150-CONVERT-CSVBK1
                       MOVE "CSV BACKUP 1" TO WS-STEP-NAME
                   WHEN 9
                       PERFORM 2160-CONVERT-CSVBK2
                       MOVE "CSV BACKUP 2" TO WS-STEP-NAME
                   WHEN 10
                       PERFORM 2170-CONVERT-CSVBK3
                       MOVE "CSV BACKUP 3" TO WS-STEP-NAME
                   WHEN 11
                       PERFORM 2180-CONVERT-CONTRACTORS
                       MOVE "CONTRACTOR BIDS" TO WS-STEP-NAME
                   WHEN 12
                       PERFORM 2190-CONVERT-EXPENSES
                       MOVE "EXPENSES" TO WS-STEP-NAME
                   WHEN 13
                       PERFORM 2200-CONVERT-STATUSHIST
                       MOVE "STATUS HISTORY" TO WS-STEP-NAME
                   WHEN 14
                       PERFORM 2210-CONVERT-MATERIALS
                       MOVE "MATERIALS" TO WS-STEP-NAME
                   WHEN 15
                       PERFORM 2220-CONVERT-TASKS
                       MOVE "TASKS" TO WS-STEP-NAME
                   WHEN 16
                       PERFORM 2230-CONVERT-PAYMENTS
                       MOVE "PAYMENTS" TO WS-STEP-NAME
                   WHEN 17
                       PERFORM 2240-CONVERT-ARCHIVE
                       MOVE "ARCHIVE" TO WS-STEP-NAME
                   WHEN 18
                       PERFORM 2250-CONVERT-ARCHCONTR
                       MOVE "ARCHIVED BIDS" TO WS-STEP-NAME
               END-EVALUATE
               PERFORM 1310-WRITE-CHECKPOINT
           END-IF.


       1310-WRITE-CHECKPOINT.
           OPEN EXTEND CONVCKPT.
           MOVE SPACES TO CONVCKPTDETAILS.
           MOVE WS-STEP-NUM TO CKPT-STEP-NUM.
           MOVE WS-HIGH-PROJECT-NUM TO CKPT-HIGH-NUM.
           MOVE WS-CURRENT-DATE TO CKPT-DATE.
           MOVE WS-STEP-NAME TO CKPT-STEP-NAME.
           WRITE CONVCKPTDETAILS.
           CLOSE CONVCKPT.


       1400-SAVE-ORIGINALS.
           PERFORM 2003-SAVE-MASTER.
           PERFORM 2103-SAVE-COPY.
           PERFORM 2113-SAVE-MASTERBK1.
           PERFORM 2123-SAVE-MASTERBK2.
           PERFORM 2133-SAVE-MASTERBK3.
           PERFORM 2143-SAVE-CSV.
           PERFORM 2153-SAVE-CSVBK1.
           PERFORM 2163-SAVE-CSVBK2.
           PERFORM 2173-SAVE-CSVBK3.
           PERFORM 2183-SAVE-CONTRACTORS.
           PERFORM 2193-SAVE-EXPENSES.
           PERFORM 2203-SAVE-STATUSHIST.
           PERFORM 2213-SAVE-MATERIALS.
           PERFORM 2223-SAVE-TASKS.
           PERFORM 2233-SAVE-PAYMENTS.
           PERFORM 2243-SAVE-ARCHIVE.
           PERFORM 2253-SAVE-ARCHCONTR.


       2000-CONVERT-MASTER.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT WS-REJECT-COUNT.

           OPEN INPUT PREMASTER.
           READ PREMASTER
               AT END SET PREMASTER-EOF TO TRUE
           END-READ.

           IF NOT PREMASTER-EOF
               OPEN OUTPUT NEWMASTER
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT RE-CREATE HOUSEPROJECTS.IDX - "
                       "FILE STATUS " MASTER-FILE-STATUS
                   CLOSE PREMASTER
                   PERFORM 9000-END-PROGRAM
               END-IF

               PERFORM 2002-LOAD-NEW-MASTER-ROW UNTIL PREMASTER-EOF

               CLOSE NEWMASTER
           END-IF.

           CLOSE PREMASTER.

           DISPLAY "PROJECT MASTER: " WS-READ-COUNT " READ, "
               WS-COPIED-COUNT " LOADED, " WS-REJECT-COUNT
               " REJECTED.".


       2001-SAVE-OLD-MASTER-ROW.
           ADD 1 TO WS-READ-COUNT.

           MOVE SPACES TO PREMASTER-REC.
           MOVE OLDDETAILS TO PREMASTER-LINE.
           WRITE PREMASTER-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ OLDMASTER NEXT RECORD
               AT END SET ENDOFFILE2 TO TRUE
           END-READ.


       2002-LOAD-NEW-MASTER-ROW.
           ADD 1 TO WS-READ-COUNT.

           MOVE PRE-PROJECT-NUM TO MASTER-PROJECT-NUM.
           MOVE PRE-NICKNAME TO MASTER-NICKNAME.
           MOVE PRE-SIZE TO MASTER-SIZE.
           MOVE PRE-LOCATION TO MASTER-LOCATION.
           MOVE PRE-COST TO MASTER-COST.
           MOVE PRE-STATUS TO MASTER-STATUS.
           MOVE PRE-START-DATE TO MASTER-START-DATE.
           MOVE PRE-TARGET-DATE TO MASTER-TARGET-DATE.
           MOVE PRE-PROPERTY TO MASTER-PROPERTY.

           IF MASTER-PROJECT-NUM > WS-HIGH-PROJECT-NUM
               MOVE MASTER-PROJECT-NUM TO WS-HIGH-PROJECT-NUM
           END-IF.

           WRITE MASTERDETAILS
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "DUPLICATE PROJECT NUMBER "
                       MASTER-PROJECT-NUM " NOT LOADED - FILE STATUS "
                       MASTER-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COPIED-COUNT
           END-WRITE.

           READ PREMASTER
               AT END SET PREMASTER-EOF TO TRUE
           END-READ.


       2003-SAVE-MASTER.
           MOVE "PROJECT MASTER" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT OLDMASTER.
           IF MASTER-FILE-STATUS NOT = "00" AND
               MASTER-FILE-STATUS NOT = "05"
               DISPLAY "COULD NOT OPEN HOUSEPROJECTS.IDX - "
                   "FILE STATUS " MASTER-FILE-STATUS
               PERFORM 9000-END-PROGRAM
           END-IF.

           READ OLDMASTER NEXT RECORD
               AT END SET ENDOFFILE2 TO TRUE
           END-READ.

           IF NOT ENDOFFILE2
               OPEN OUTPUT PREMASTER
               PERFORM 2001-SAVE-OLD-MASTER-ROW UNTIL ENDOFFILE2
               CLOSE PREMASTER
           END-IF.

           CLOSE OLDMASTER.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2100-CONVERT-COPY.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "FLAT MASTER COPY" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECOPY.
           READ PRECOPY
               AT END SET PRECOPY-EOF TO TRUE
           END-READ.

           IF NOT PRECOPY-EOF
               OPEN OUTPUT CONVCOPY
               PERFORM 2101-WIDEN-COPY-LINE UNTIL PRECOPY-EOF
               CLOSE CONVCOPY
           END-IF.

           CLOSE PRECOPY.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2101-WIDEN-COPY-LINE.
           MOVE PRECOPY-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCOPY-REC.
           MOVE WS-CONV-OUT TO CONVCOPY-LINE.
           WRITE CONVCOPY-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECOPY
               AT END SET PRECOPY-EOF TO TRUE
           END-READ.


       2102-SAVE-COPY-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECOPY-REC.
           MOVE CONVCOPY-LINE TO PRECOPY-LINE.
           WRITE PRECOPY-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCOPY
               AT END SET CONVCOPY-EOF TO TRUE
           END-READ.


       2103-SAVE-COPY.
           MOVE "FLAT MASTER COPY" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCOPY.
           READ CONVCOPY
               AT END SET CONVCOPY-EOF TO TRUE
           END-READ.

           IF NOT CONVCOPY-EOF
               OPEN OUTPUT PRECOPY
               PERFORM 2102-SAVE-COPY-LINE UNTIL CONVCOPY-EOF
               CLOSE PRECOPY
           END-IF.

           CLOSE CONVCOPY.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2110-CONVERT-MASTERBK1.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "MASTER BACKUP 1" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREMBK1.
           READ PREMBK1
               AT END SET PREMBK1-EOF TO TRUE
           END-READ.

           IF NOT PREMBK1-EOF
               OPEN OUTPUT CONVMBK1
               PERFORM 2111-WIDEN-MASTERBK1-LINE UNTIL PREMBK1-EOF
               CLOSE CONVMBK1
           END-IF.

           CLOSE PREMBK1.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2111-WIDEN-MASTERBK1-LINE.
           MOVE PREMBK1-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVMBK1-REC.
           MOVE WS-CONV-OUT TO CONVMBK1-LINE.
           WRITE CONVMBK1-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREMBK1
               AT END SET PREMBK1-EOF TO TRUE
           END-READ.


       2112-SAVE-MASTERBK1-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREMBK1-REC.
           MOVE CONVMBK1-LINE TO PREMBK1-LINE.
           WRITE PREMBK1-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVMBK1
               AT END SET CONVMBK1-EOF TO TRUE
           END-READ.


       2113-SAVE-MASTERBK1.
           MOVE "MASTER BACKUP 1" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVMBK1.
           READ CONVMBK1
               AT END SET CONVMBK1-EOF TO TRUE
           END-READ.

           IF NOT CONVMBK1-EOF
               OPEN OUTPUT PREMBK1
               PERFORM 2112-SAVE-MASTERBK1-LINE UNTIL CONVMBK1-EOF
               CLOSE PREMBK1
           END-IF.

           CLOSE CONVMBK1.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2120-CONVERT-MASTERBK2.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "MASTER BACKUP 2" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREMBK2.
           READ PREMBK2
               AT END SET PREMBK2-EOF TO TRUE
           END-READ.

           IF NOT PREMBK2-EOF
               OPEN OUTPUT CONVMBK2
               PERFORM 2121-WIDEN-MASTERBK2-LINE UNTIL PREMBK2-EOF
               CLOSE CONVMBK2
           END-IF.

           CLOSE PREMBK2.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2121-WIDEN-MASTERBK2-LINE.
           MOVE PREMBK2-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVMBK2-REC.
           MOVE WS-CONV-OUT TO CONVMBK2-LINE.
           WRITE CONVMBK2-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREMBK2
               AT END SET PREMBK2-EOF TO TRUE
           END-READ.


       2122-SAVE-MASTERBK2-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREMBK2-REC.
           MOVE CONVMBK2-LINE TO PREMBK2-LINE.
           WRITE PREMBK2-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVMBK2
               AT END SET CONVMBK2-EOF TO TRUE
           END-READ.


       2123-SAVE-MASTERBK2.
           MOVE "MASTER BACKUP 2" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVMBK2.
           READ CONVMBK2
               AT END SET CONVMBK2-EOF TO TRUE
           END-READ.

           IF NOT CONVMBK2-EOF
               OPEN OUTPUT PREMBK2
               PERFORM 2122-SAVE-MASTERBK2-LINE UNTIL CONVMBK2-EOF
               CLOSE PREMBK2
           END-IF.

           CLOSE CONVMBK2.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2130-CONVERT-MASTERBK3.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "MASTER BACKUP 3" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREMBK3.
           READ PREMBK3
               AT END SET PREMBK3-EOF TO TRUE
           END-READ.

           IF NOT PREMBK3-EOF
               OPEN OUTPUT CONVMBK3
               PERFORM 2131-WIDEN-MASTERBK3-LINE UNTIL PREMBK3-EOF
               CLOSE CONVMBK3
           END-IF.

           CLOSE PREMBK3.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2131-WIDEN-MASTERBK3-LINE.
           MOVE PREMBK3-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVMBK3-REC.
           MOVE WS-CONV-OUT TO CONVMBK3-LINE.
           WRITE CONVMBK3-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREMBK3
               AT END SET PREMBK3-EOF TO TRUE
           END-READ.


       2132-SAVE-MASTERBK3-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREMBK3-REC.
           MOVE CONVMBK3-LINE TO PREMBK3-LINE.
           WRITE PREMBK3-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVMBK3
               AT END SET CONVMBK3-EOF TO TRUE
           END-READ.


       2133-SAVE-MASTERBK3.
           MOVE "MASTER BACKUP 3" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVMBK3.
           READ CONVMBK3
               AT END SET CONVMBK3-EOF TO TRUE
           END-READ.

           IF NOT CONVMBK3-EOF
               OPEN OUTPUT PREMBK3
               PERFORM 2132-SAVE-MASTERBK3-LINE UNTIL CONVMBK3-EOF
               CLOSE PREMBK3
           END-IF.

           CLOSE CONVMBK3.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2140-CONVERT-CSV.
           MOVE "C" TO WS-CONV-MODE.
           MOVE "PROJECT CSV" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECSV.
           READ PRECSV
               AT END SET PRECSV-EOF TO TRUE
           END-READ.

           IF NOT PRECSV-EOF
               OPEN OUTPUT CONVCSV
               PERFORM 2141-WIDEN-CSV-LINE UNTIL PRECSV-EOF
               CLOSE CONVCSV
           END-IF.

           CLOSE PRECSV.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2141-WIDEN-CSV-LINE.
           MOVE PRECSV-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCSV-REC.
           MOVE WS-CONV-OUT TO CONVCSV-LINE.
           WRITE CONVCSV-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECSV
               AT END SET PRECSV-EOF TO TRUE
           END-READ.


       2142-SAVE-CSV-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECSV-REC.
           MOVE CONVCSV-LINE TO PRECSV-LINE.
           WRITE PRECSV-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCSV
               AT END SET CONVCSV-EOF TO TRUE
           END-READ.


       2143-SAVE-CSV.
           MOVE "PROJECT CSV" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCSV.
           READ CONVCSV
               AT END SET CONVCSV-EOF TO TRUE
           END-READ.

           IF NOT CONVCSV-EOF
               OPEN OUTPUT PRECSV
               PERFORM 2142-SAVE-CSV-LINE UNTIL CONVCSV-EOF
               CLOSE PRECSV
           END-IF.

           CLOSE CONVCSV.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2150-CONVERT-CSVBK1.
           MOVE "C" TO WS-CONV-MODE.
           MOVE "CSV BACKUP 1" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECBK1.
           READ PRECBK1
               AT END SET PRECBK1-EOF TO TRUE
           END-READ.

           IF NOT PRECBK1-EOF
               OPEN OUTPUT CONVCBK1
               PERFORM 2151-WIDEN-CSVBK1-LINE UNTIL PRECBK1-EOF
               CLOSE CONVCBK1
           END-IF.

           CLOSE PRECBK1.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2151-WIDEN-CSVBK1-LINE.
           MOVE PRECBK1-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCBK1-REC.
           MOVE WS-CONV-OUT TO CONVCBK1-LINE.
           WRITE CONVCBK1-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECBK1
               AT END SET PRECBK1-EOF TO TRUE
           END-READ.


       2152-SAVE-CSVBK1-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECBK1-REC.
           MOVE CONVCBK1-LINE TO PRECBK1-LINE.
           WRITE PRECBK1-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCBK1
               AT END SET CONVCBK1-EOF TO TRUE
           END-READ.


       2153-SAVE-CSVBK1.
           MOVE "CSV BACKUP 1" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCBK1.
           READ CONVCBK1
               AT END SET CONVCBK1-EOF TO TRUE
           END-READ.

           IF NOT CONVCBK1-EOF
               OPEN OUTPUT PRECBK1
               PERFORM 2152-SAVE-CSVBK1-LINE UNTIL CONVCBK1-EOF
               CLOSE PRECBK1
           END-IF.

           CLOSE CONVCBK1.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2160-CONVERT-CSVBK2.
           MOVE "C" TO WS-CONV-MODE.
           MOVE "CSV BACKUP 2" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECBK2.
           READ PRECBK2
               AT END SET PRECBK2-EOF TO TRUE
           END-READ.

           IF NOT PRECBK2-EOF
               OPEN OUTPUT CONVCBK2
               PERFORM 2161-WIDEN-CSVBK2-LINE UNTIL PRECBK2-EOF
               CLOSE CONVCBK2
           END-IF.

           CLOSE PRECBK2.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2161-WIDEN-CSVBK2-LINE.
           MOVE PRECBK2-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCBK2-REC.
           MOVE WS-CONV-OUT TO CONVCBK2-LINE.
           WRITE CONVCBK2-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECBK2
               AT END SET PRECBK2-EOF TO TRUE
           END-READ.


       2162-SAVE-CSVBK2-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECBK2-REC.
           MOVE CONVCBK2-LINE TO PRECBK2-LINE.
           WRITE PRECBK2-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCBK2
               AT END SET CONVCBK2-EOF TO TRUE
           END-READ.


       2163-SAVE-CSVBK2.
           MOVE "CSV BACKUP 2" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCBK2.
           READ CONVCBK2
               AT END SET CONVCBK2-EOF TO TRUE
           END-READ.

           IF NOT CONVCBK2-EOF
               OPEN OUTPUT PRECBK2
               PERFORM 2162-SAVE-CSVBK2-LINE UNTIL CONVCBK2-EOF
               CLOSE PRECBK2
           END-IF.

           CLOSE CONVCBK2.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2170-CONVERT-CSVBK3.
           MOVE "C" TO WS-CONV-MODE.
           MOVE "CSV BACKUP 3" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECBK3.
           READ PRECBK3
               AT END SET PRECBK3-EOF TO TRUE
           END-READ.

           IF NOT PRECBK3-EOF
               OPEN OUTPUT CONVCBK3
               PERFORM 2171-WIDEN-CSVBK3-LINE UNTIL PRECBK3-EOF
               CLOSE CONVCBK3
           END-IF.

           CLOSE PRECBK3.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2171-WIDEN-CSVBK3-LINE.
           MOVE PRECBK3-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCBK3-REC.
           MOVE WS-CONV-OUT TO CONVCBK3-LINE.
           WRITE CONVCBK3-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECBK3
               AT END SET PRECBK3-EOF TO TRUE
           END-READ.


       2172-SAVE-CSVBK3-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECBK3-REC.
           MOVE CONVCBK3-LINE TO PRECBK3-LINE.
           WRITE PRECBK3-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCBK3
               AT END SET CONVCBK3-EOF TO TRUE
           END-READ.


       2173-SAVE-CSVBK3.
           MOVE "CSV BACKUP 3" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCBK3.
           READ CONVCBK3
               AT END SET CONVCBK3-EOF TO TRUE
           END-READ.

           IF NOT CONVCBK3-EOF
               OPEN OUTPUT PRECBK3
               PERFORM 2172-SAVE-CSVBK3-LINE UNTIL CONVCBK3-EOF
               CLOSE PRECBK3
           END-IF.

           CLOSE CONVCBK3.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2180-CONVERT-CONTRACTORS.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "CONTRACTOR BIDS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRECONTR.
           READ PRECONTR
               AT END SET PRECONTR-EOF TO TRUE
           END-READ.

           IF NOT PRECONTR-EOF
               OPEN OUTPUT CONVCONTR
               PERFORM 2181-WIDEN-CONTRACTORS-LINE UNTIL PRECONTR-EOF
               CLOSE CONVCONTR
           END-IF.

           CLOSE PRECONTR.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2181-WIDEN-CONTRACTORS-LINE.
           MOVE PRECONTR-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVCONTR-REC.
           MOVE WS-CONV-OUT TO CONVCONTR-LINE.
           WRITE CONVCONTR-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRECONTR
               AT END SET PRECONTR-EOF TO TRUE
           END-READ.


       2182-SAVE-CONTRACTORS-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRECONTR-REC.
           MOVE CONVCONTR-LINE TO PRECONTR-LINE.
           WRITE PRECONTR-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVCONTR
               AT END SET CONVCONTR-EOF TO TRUE
           END-READ.


       2183-SAVE-CONTRACTORS.
           MOVE "CONTRACTOR BIDS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVCONTR.
           READ CONVCONTR
               AT END SET CONVCONTR-EOF TO TRUE
           END-READ.

           IF NOT CONVCONTR-EOF
               OPEN OUTPUT PRECONTR
               PERFORM 2182-SAVE-CONTRACTORS-LINE UNTIL CONVCONTR-EOF
               CLOSE PRECONTR
           END-IF.

           CLOSE CONVCONTR.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2190-CONVERT-EXPENSES.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "EXPENSES" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREEXP.
           READ PREEXP
               AT END SET PREEXP-EOF TO TRUE
           END-READ.

           IF NOT PREEXP-EOF
               OPEN OUTPUT CONVEXP
               PERFORM 2191-WIDEN-EXPENSES-LINE UNTIL PREEXP-EOF
               CLOSE CONVEXP
           END-IF.

           CLOSE PREEXP.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2191-WIDEN-EXPENSES-LINE.
           MOVE PREEXP-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVEXP-REC.
           MOVE WS-CONV-OUT TO CONVEXP-LINE.
           WRITE CONVEXP-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREEXP
               AT END SET PREEXP-EOF TO TRUE
           END-READ.


       2192-SAVE-EXPENSES-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREEXP-REC.
           MOVE CONVEXP-LINE TO PREEXP-LINE.
           WRITE PREEXP-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVEXP
               AT END SET CONVEXP-EOF TO TRUE
           END-READ.


       2193-SAVE-EXPENSES.
           MOVE "EXPENSES" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVEXP.
           READ CONVEXP
               AT END SET CONVEXP-EOF TO TRUE
           END-READ.

           IF NOT CONVEXP-EOF
               OPEN OUTPUT PREEXP
               PERFORM 2192-SAVE-EXPENSES-LINE UNTIL CONVEXP-EOF
               CLOSE PREEXP
           END-IF.

           CLOSE CONVEXP.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2200-CONVERT-STATUSHIST.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "STATUS HISTORY" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRESHIST.
           READ PRESHIST
               AT END SET PRESHIST-EOF TO TRUE
           END-READ.

           IF NOT PRESHIST-EOF
               OPEN OUTPUT CONVSHIST
               PERFORM 2201-WIDEN-STATUSHIST-LINE UNTIL PRESHIST-EOF
               CLOSE CONVSHIST
           END-IF.

           CLOSE PRESHIST.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2201-WIDEN-STATUSHIST-LINE.
           MOVE PRESHIST-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVSHIST-REC.
           MOVE WS-CONV-OUT TO CONVSHIST-LINE.
           WRITE CONVSHIST-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRESHIST
               AT END SET PRESHIST-EOF TO TRUE
           END-READ.


       2202-SAVE-STATUSHIST-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRESHIST-REC.
           MOVE CONVSHIST-LINE TO PRESHIST-LINE.
           WRITE PRESHIST-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVSHIST
               AT END SET CONVSHIST-EOF TO TRUE
           END-READ.


       2203-SAVE-STATUSHIST.
           MOVE "STATUS HISTORY" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVSHIST.
           READ CONVSHIST
               AT END SET CONVSHIST-EOF TO TRUE
           END-READ.

           IF NOT CONVSHIST-EOF
               OPEN OUTPUT PRESHIST
               PERFORM 2202-SAVE-STATUSHIST-LINE UNTIL CONVSHIST-EOF
               CLOSE PRESHIST
           END-IF.

           CLOSE CONVSHIST.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2210-CONVERT-MATERIALS.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "MATERIALS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREMAT.
           READ PREMAT
               AT END SET PREMAT-EOF TO TRUE
           END-READ.

           IF NOT PREMAT-EOF
               OPEN OUTPUT CONVMAT
               PERFORM 2211-WIDEN-MATERIALS-LINE UNTIL PREMAT-EOF
               CLOSE CONVMAT
           END-IF.

           CLOSE PREMAT.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2211-WIDEN-MATERIALS-LINE.
           MOVE PREMAT-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVMAT-REC.
           MOVE WS-CONV-OUT TO CONVMAT-LINE.
           WRITE CONVMAT-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREMAT
               AT END SET PREMAT-EOF TO TRUE
           END-READ.


       2212-SAVE-MATERIALS-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREMAT-REC.
           MOVE CONVMAT-LINE TO PREMAT-LINE.
           WRITE PREMAT-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVMAT
               AT END SET CONVMAT-EOF TO TRUE
           END-READ.


       2213-SAVE-MATERIALS.
           MOVE "MATERIALS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVMAT.
           READ CONVMAT
               AT END SET CONVMAT-EOF TO TRUE
           END-READ.

           IF NOT CONVMAT-EOF
               OPEN OUTPUT PREMAT
               PERFORM 2212-SAVE-MATERIALS-LINE UNTIL CONVMAT-EOF
               CLOSE PREMAT
           END-IF.

           CLOSE CONVMAT.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2220-CONVERT-TASKS.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "TASKS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PRETASK.
           READ PRETASK
               AT END SET PRETASK-EOF TO TRUE
           END-READ.

           IF NOT PRETASK-EOF
               OPEN OUTPUT CONVTASK
               PERFORM 2221-WIDEN-TASKS-LINE UNTIL PRETASK-EOF
               CLOSE CONVTASK
           END-IF.

           CLOSE PRETASK.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2221-WIDEN-TASKS-LINE.
           MOVE PRETASK-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVTASK-REC.
           MOVE WS-CONV-OUT TO CONVTASK-LINE.
           WRITE CONVTASK-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PRETASK
               AT END SET PRETASK-EOF TO TRUE
           END-READ.


       2222-SAVE-TASKS-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PRETASK-REC.
           MOVE CONVTASK-LINE TO PRETASK-LINE.
           WRITE PRETASK-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVTASK
               AT END SET CONVTASK-EOF TO TRUE
           END-READ.


       2223-SAVE-TASKS.
           MOVE "TASKS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVTASK.
           READ CONVTASK
               AT END SET CONVTASK-EOF TO TRUE
           END-READ.

           IF NOT CONVTASK-EOF
               OPEN OUTPUT PRETASK
               PERFORM 2222-SAVE-TASKS-LINE UNTIL CONVTASK-EOF
               CLOSE PRETASK
           END-IF.

           CLOSE CONVTASK.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2230-CONVERT-PAYMENTS.
           MOVE "P" TO WS-CONV-MODE.
           MOVE "PAYMENTS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREPAY.
           READ PREPAY
               AT END SET PREPAY-EOF TO TRUE
           END-READ.

           IF NOT PREPAY-EOF
               OPEN OUTPUT CONVPAY
               PERFORM 2231-WIDEN-PAYMENTS-LINE UNTIL PREPAY-EOF
               CLOSE CONVPAY
           END-IF.

           CLOSE PREPAY.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2231-WIDEN-PAYMENTS-LINE.
           MOVE PREPAY-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVPAY-REC.
           MOVE WS-CONV-OUT TO CONVPAY-LINE.
           WRITE CONVPAY-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREPAY
               AT END SET PREPAY-EOF TO TRUE
           END-READ.


       2232-SAVE-PAYMENTS-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREPAY-REC.
           MOVE CONVPAY-LINE TO PREPAY-LINE.
           WRITE PREPAY-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVPAY
               AT END SET CONVPAY-EOF TO TRUE
           END-READ.


       2233-SAVE-PAYMENTS.
           MOVE "PAYMENTS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVPAY.
           READ CONVPAY
               AT END SET CONVPAY-EOF TO TRUE
           END-READ.

           IF NOT CONVPAY-EOF
               OPEN OUTPUT PREPAY
               PERFORM 2232-SAVE-PAYMENTS-LINE UNTIL CONVPAY-EOF
               CLOSE PREPAY
           END-IF.

           CLOSE CONVPAY.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2240-CONVERT-ARCHIVE.
           MOVE "A" TO WS-CONV-MODE.
           MOVE "ARCHIVE" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREARCH.
           READ PREARCH
               AT END SET PREARCH-EOF TO TRUE
           END-READ.

           IF NOT PREARCH-EOF
               OPEN OUTPUT CONVARCH
               PERFORM 2241-WIDEN-ARCHIVE-LINE UNTIL PREARCH-EOF
               CLOSE CONVARCH
           END-IF.

           CLOSE PREARCH.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2241-WIDEN-ARCHIVE-LINE.
           MOVE PREARCH-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVARCH-REC.
           MOVE WS-CONV-OUT TO CONVARCH-LINE.
           WRITE CONVARCH-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREARCH
               AT END SET PREARCH-EOF TO TRUE
           END-READ.


       2242-SAVE-ARCHIVE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREARCH-REC.
           MOVE CONVARCH-LINE TO PREARCH-LINE.
           WRITE PREARCH-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVARCH
               AT END SET CONVARCH-EOF TO TRUE
           END-READ.


       2243-SAVE-ARCHIVE.
           MOVE "ARCHIVE" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVARCH.
           READ CONVARCH
               AT END SET CONVARCH-EOF TO TRUE
           END-READ.

           IF NOT CONVARCH-EOF
               OPEN OUTPUT PREARCH
               PERFORM 2242-SAVE-ARCHIVE-LINE UNTIL CONVARCH-EOF
               CLOSE PREARCH
           END-IF.

           CLOSE CONVARCH.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2250-CONVERT-ARCHCONTR.
           MOVE "A" TO WS-CONV-MODE.
           MOVE "ARCHIVED BIDS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-WIDENED-COUNT
               WS-COPIED-COUNT.

           OPEN INPUT PREARCHC.
           READ PREARCHC
               AT END SET PREARCHC-EOF TO TRUE
           END-READ.

           IF NOT PREARCHC-EOF
               OPEN OUTPUT CONVARCHC
               PERFORM 2251-WIDEN-ARCHCONTR-LINE UNTIL PREARCHC-EOF
               CLOSE CONVARCHC
           END-IF.

           CLOSE PREARCHC.

           PERFORM 2800-REPORT-FILE-COUNTS.


       2251-WIDEN-ARCHCONTR-LINE.
           MOVE PREARCHC-LINE TO WS-CONV-IN.
           PERFORM 3000-WIDEN-ONE-LINE.

           MOVE SPACES TO CONVARCHC-REC.
           MOVE WS-CONV-OUT TO CONVARCHC-LINE.
           WRITE CONVARCHC-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ PREARCHC
               AT END SET PREARCHC-EOF TO TRUE
           END-READ.


       2252-SAVE-ARCHCONTR-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO PREARCHC-REC.
           MOVE CONVARCHC-LINE TO PREARCHC-LINE.
           WRITE PREARCHC-REC.
           ADD 1 TO WS-COPIED-COUNT.

           READ CONVARCHC
               AT END SET CONVARCHC-EOF TO TRUE
           END-READ.


       2253-SAVE-ARCHCONTR.
           MOVE "ARCHIVED BIDS" TO WS-CONV-LABEL.
           MOVE ZEROES TO WS-READ-COUNT WS-COPIED-COUNT.

           OPEN INPUT CONVARCHC.
           READ CONVARCHC
               AT END SET CONVARCHC-EOF TO TRUE
           END-READ.

           IF NOT CONVARCHC-EOF
               OPEN OUTPUT PREARCHC
               PERFORM 2252-SAVE-ARCHCONTR-LINE UNTIL CONVARCHC-EOF
               CLOSE PREARCHC
           END-IF.

           CLOSE CONVARCHC.

           PERFORM 2810-REPORT-SAVE-COUNTS.


       2800-REPORT-FILE-COUNTS.
           DISPLAY WS-CONV-LABEL ": " WS-READ-COUNT " LINE(S) READ, "
               WS-WIDENED-COUNT " WIDENED, " WS-COPIED-COUNT
               " WRITTEN BACK.".


       2810-REPORT-SAVE-COUNTS.
           DISPLAY WS-CONV-LABEL ": " WS-READ-COUNT " LINE(S) READ, "
               WS-COPIED-COUNT " SAVED AS PRECONV.".


       2900-WRITE-CONTROL-RECORD.
           COMPUTE WS-NEXT-PROJECT-NUM = WS-HIGH-PROJECT-NUM + 1.

           OPEN OUTPUT CONTROLFILE.
           MOVE WS-NEXT-PROJECT-NUM TO CTL-NEXT-PROJECT-NUM.
           MOVE WS-CURRENT-DATE TO CTL-UPDATED-DATE.
           WRITE CONTROLDETAILS.
           CLOSE CONTROLFILE.


       3000-WIDEN-ONE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-CONV-IN TO WS-CONV-OUT.

           EVALUATE TRUE
               WHEN CONV-PREFIX-MODE
                   IF WS-CONV-IN(1:2) IS NUMERIC
                       MOVE SPACES TO WS-CONV-OUT
                       STRING "00" WS-CONV-IN DELIMITED BY SIZE
                           INTO WS-CONV-OUT
                       END-STRING
                       MOVE WS-CONV-IN(1:2) TO WS-FOUND-NUM
                       PERFORM 3010-NOTE-WIDENED-NUM
                   END-IF
               WHEN CONV-CSV-MODE
                   IF WS-CONV-IN(1:2) IS NUMERIC AND
                       WS-CONV-IN(3:1) = ","
                       MOVE SPACES TO WS-CONV-OUT
                       STRING "00" WS-CONV-IN DELIMITED BY SIZE
                           INTO WS-CONV-OUT
                       END-STRING
                       MOVE WS-CONV-IN(1:2) TO WS-FOUND-NUM
                       PERFORM 3010-NOTE-WIDENED-NUM
                   END-IF
               WHEN CONV-ARCHIVE-MODE
                   IF WS-CONV-IN(9:2) IS NUMERIC
                       MOVE SPACES TO WS-CONV-OUT
                       STRING WS-CONV-IN(1:8) "00" WS-CONV-IN(9:192)
                           DELIMITED BY SIZE
                           INTO WS-CONV-OUT
                       END-STRING
                       MOVE WS-CONV-IN(9:2) TO WS-FOUND-NUM
                       PERFORM 3010-NOTE-WIDENED-NUM
                   END-IF
           END-EVALUATE.


       3010-NOTE-WIDENED-NUM.
           ADD 1 TO WS-WIDENED-COUNT.
           IF WS-FOUND-NUM > WS-HIGH-PROJECT-NUM
               MOVE WS-FOUND-NUM TO WS-HIGH-PROJECT-NUM
           END-IF.


       9000-END-PROGRAM.
           STOP RUN.
       END PROGRAM PROJECTCONV.

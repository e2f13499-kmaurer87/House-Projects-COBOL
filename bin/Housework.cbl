               "bin/HOUSEPROJECTSEXPENSES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLANFILE ASSIGN TO
               "bin/HOUSEPROJECTSPLAN.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATUSHISTORY ASSIGN TO
               "bin/HOUSEPROJECTSPAYMENTS.SIDE"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXPSIDE ASSIGN TO
               "bin/HOUSEPROJECTSEXPENSES.SIDE"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIDSCSV ASSIGN TO "bin/HOUSEPROJECTSBIDS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

               "bin/HOUSEPROJECTSEXPREJECTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXPDONE ASSIGN TO
               "bin/HOUSEPROJECTSEXPIMPORT.DONE"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MASTERBK1 ASSIGN TO
               "bin/HOUSEPROJECTS.BK1"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CSVBK3 ASSIGN TO "bin/housework2.BK3"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROLFILE ASSIGN TO
               "bin/HOUSEPROJECTSCONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATEMENTFILE ASSIGN TO
               "bin/HOUSEPROJECTSSTATEMENT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECONREPORT ASSIGN TO
               "bin/HOUSEPROJECTSRECON.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLASSFILE ASSIGN TO
               "bin/HOUSEPROJECTSCLASS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTYFILE ASSIGN TO
               "bin/HOUSEPROJECTSWARRANTY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERMITFILE ASSIGN TO
               "bin/HOUSEPROJECTSPERMITS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INSPECTFILE ASSIGN TO
               "bin/HOUSEPROJECTSINSPECT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATINGFILE ASSIGN TO
               "bin/HOUSEPROJECTSRATINGS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ICSFILE ASSIGN TO "bin/HOUSEPROJECTS.ICS"
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SYSTEMSFILE ASSIGN TO
               "bin/HOUSEPROJECTSSYSTEMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOBSTREAMFILE ASSIGN TO
               "bin/HOUSEPROJECTSJOBSTREAM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINTFILE ASSIGN TO
               "bin/HOUSEPROJECTSCHECKPOINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSUMMARY ASSIGN TO
               "bin/HOUSEPROJECTSJOBSUMMARY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD PROJECTMASTER.
       01 MASTERDETAILS.
           88 ENDOFFILE2 VALUE HIGH-VALUES.
           05 MASTER-PROJECT-NUM  PIC 9(4).
           05 MASTER-NICKNAME     PIC X(15).
           05 MASTER-SIZE         PIC X(9).
           05 MASTER-LOCATION     PIC X(15).
       FD CONTRACTORFILE.
       01 CONTRACTORDETAILS.
           88 ENDOFFILE3 VALUE HIGH-VALUES.
           05 CONTRACTOR-PROJECT-NUM PIC 9(4).
           05 CONTRACTOR-COMPANY     PIC X(20).
           05 CONTRACTOR-PHONE       PIC X(14).
           05 CONTRACTOR-QUOTE-COST  PIC X(7).
       FD EXPENSEFILE.
       01 EXPENSEDETAILS.
           88 ENDOFFILE4 VALUE HIGH-VALUES.
           05 EXPENSE-PROJECT-NUM    PIC 9(4).
           05 EXPENSE-DATE           PIC X(8).
           05 EXPENSE-PAYEE          PIC X(20).
           05 EXPENSE-AMOUNT         PIC X(7).
           05 EXPENSE-DESCRIPTION    PIC X(20).
           05 EXPENSE-TAX-CLASS      PIC X.

       FD PLANFILE.
       01 PLANLINE.
           88 ENDOFFILE23 VALUE HIGH-VALUES.
           02 FILLER      PIC X(175).

       FD STATUSHISTORY.
       01 STATUSHISTDETAILS.
           88 ENDOFFILE10 VALUE HIGH-VALUES.
           05 SHIST-PROJECT-NUM   PIC 9(4).
           05 SHIST-OLD-STATUS    PIC X.
           05 SHIST-NEW-STATUS    PIC X.
           05 SHIST-DATE          PIC 9(8).
       FD MATERIALFILE.
       01 MATERIALDETAILS.
           88 ENDOFFILE5 VALUE HIGH-VALUES.
           05 MATERIAL-PROJECT-NUM   PIC 9(4).
           05 MATERIAL-ITEM          PIC X(20).
           05 MATERIAL-QTY           PIC 9(3).
           05 MATERIAL-UNIT-PRICE    PIC X(7).
       FD TASKFILE.
       01 TASKDETAILS.
           88 ENDOFFILE8 VALUE HIGH-VALUES.
           05 TASK-PROJECT-NUM       PIC 9(4).
           05 TASK-DESCRIPTION       PIC X(20).
           05 TASK-SIZE              PIC X(9).
           05 TASK-STATUS            PIC X.
       FD PAYMENTFILE.
       01 PAYMENTDETAILS.
           88 ENDOFFILE9 VALUE HIGH-VALUES.
           05 PAYMENT-PROJECT-NUM    PIC 9(4).
           05 PAYMENT-DUE-DATE       PIC X(8).
           05 PAYMENT-AMOUNT         PIC X(7).
           05 PAYMENT-PAID-FLAG      PIC X.
       01 ARCHIVEDETAILS.
           88 ENDOFFILE6 VALUE HIGH-VALUES.
           05 ARCHIVE-DATE          PIC 9(8).
           05 ARCHIVE-PROJECT-NUM   PIC 9(4).
           05 ARCHIVE-NICKNAME      PIC X(15).
           05 ARCHIVE-SIZE          PIC X(9).
           05 ARCHIVE-LOCATION      PIC X(15).
       01 ARCHCONTRDETAILS.
           88 ENDOFFILE7 VALUE HIGH-VALUES.
           05 ARCHC-DATE            PIC 9(8).
           05 ARCHC-PROJECT-NUM     PIC 9(4).
           05 ARCHC-COMPANY         PIC X(20).
           05 ARCHC-PHONE           PIC X(14).
           05 ARCHC-QUOTE-COST      PIC X(7).

       FD MATSIDE.
       01 MATSIDE-DETAILS.
           05 MSIDE-PROJECT-NUM   PIC 9(4).
           05 MSIDE-ITEM          PIC X(20).
           05 MSIDE-QTY           PIC 9(3).
           05 MSIDE-UNIT-PRICE    PIC X(7).

       FD CONTRSIDE.
       01 CONTRSIDE-DETAILS.
           05 CSIDE-PROJECT-NUM   PIC 9(4).
           05 CSIDE-COMPANY       PIC X(20).
           05 CSIDE-PHONE         PIC X(14).
           05 CSIDE-QUOTE-COST    PIC X(7).

       FD TASKSIDE.
       01 TASKSIDE-DETAILS.
           05 TSIDE-PROJECT-NUM   PIC 9(4).
           05 TSIDE-DESCRIPTION   PIC X(20).
           05 TSIDE-SIZE          PIC X(9).
           05 TSIDE-STATUS        PIC X.

       FD PAYSIDE.
       01 PAYSIDE-DETAILS.
           05 PSIDE-PROJECT-NUM   PIC 9(4).
           05 PSIDE-DUE-DATE      PIC X(8).
           05 PSIDE-AMOUNT        PIC X(7).
           05 PSIDE-PAID-FLAG     PIC X.
           05 PSIDE-PAID-DATE     PIC X(8).
           05 PSIDE-DESCRIPTION   PIC X(20).

       FD EXPSIDE.
       01 EXPSIDE-DETAILS.
           05 ESIDE-PROJECT-NUM   PIC 9(4).
           05 ESIDE-DATE          PIC X(8).
           05 ESIDE-PAYEE         PIC X(20).
           05 ESIDE-AMOUNT        PIC X(7).
           05 ESIDE-DESCRIPTION   PIC X(20).
           05 ESIDE-TAX-CLASS     PIC X.

       FD BIDSCSV.
       01 BIDSCSV-REC     PIC X(130).

       01 REJECTLINE.
           02 FILLER          PIC X(175).

       FD EXPDONE.
       01 EXPDONE-REC     PIC X(130).

       FD MASTERBK1.
       01 MASTERBK1-REC   PIC X(130).

       FD CSVBK3.
       01 CSVBK3-REC      PIC X(130).

       FD CONTROLFILE.
       01 CONTROLDETAILS.
           88 ENDOFFILE16 VALUE HIGH-VALUES.
           05 CTL-NEXT-PROJECT-NUM  PIC 9(5).
           05 CTL-UPDATED-DATE      PIC 9(8).

       FD STATEMENTFILE.
       01 STATEMENTLINE.
           88 ENDOFFILE17 VALUE HIGH-VALUES.
           02 STMT-DETAILS    PIC X(130).

       FD RECONREPORT.
       01 RECONLINE.
           02 FILLER          PIC X(132).

       FD CLASSFILE.
       01 CLASSDETAILS.
           88 ENDOFFILE18 VALUE HIGH-VALUES.
           05 CLASS-PROJECT-NUM     PIC 9(4).
           05 CLASS-CODE            PIC X.
           05 CLASS-DATE            PIC 9(8).

       FD WARRANTYFILE.
       01 WARRANTYDETAILS.
           88 ENDOFFILE19 VALUE HIGH-VALUES.
           05 WARRANTY-PROJECT-NUM  PIC 9(4).
           05 WARRANTY-TYPE         PIC X.
           05 WARRANTY-ITEM         PIC X(20).
           05 WARRANTY-NICKNAME     PIC X(15).
           05 WARRANTY-LOCATION     PIC X(15).
           05 WARRANTY-PROPERTY     PIC X.
           05 WARRANTY-COMPANY      PIC X(20).
           05 WARRANTY-PHONE        PIC X(14).
           05 WARRANTY-CM-ID        PIC X(3).
           05 WARRANTY-START-DATE   PIC 9(8).
           05 WARRANTY-END-DATE     PIC 9(8).

       FD PERMITFILE.
       01 PERMITDETAILS.
           88 ENDOFFILE20 VALUE HIGH-VALUES.
           05 PERMIT-PROJECT-NUM    PIC 9(4).
           05 PERMIT-NUMBER         PIC X(15).
           05 PERMIT-OFFICE         PIC X(20).
           05 PERMIT-EXPIRY-DATE    PIC X(8).

       FD INSPECTFILE.
       01 INSPECTDETAILS.
           88 ENDOFFILE21 VALUE HIGH-VALUES.
           05 INSPECT-PROJECT-NUM   PIC 9(4).
           05 INSPECT-PERMIT-NUMBER PIC X(15).
           05 INSPECT-STAGE         PIC X(15).
           05 INSPECT-FINAL-FLAG    PIC X.
           05 INSPECT-SCHED-DATE    PIC X(8).
           05 INSPECT-RESULT        PIC X.
           05 INSPECT-RESULT-DATE   PIC X(8).

       FD RATINGFILE.
       01 RATINGDETAILS.
           88 ENDOFFILE22 VALUE HIGH-VALUES.
           05 RATING-PROJECT-NUM    PIC 9(4).
           05 RATING-CM-ID          PIC X(3).
           05 RATING-SCORE          PIC X.
           05 RATING-DATE           PIC 9(8).
           05 RATING-COMMENT        PIC X(40).

       FD ICSFILE.
       01 ICS-BYTE        PIC X.

       FD SYSTEMSFILE.
       01 SYSTEMDETAILS.
           88 ENDOFFILE24 VALUE HIGH-VALUES.
           05 SYS-ID                PIC 9(3).
           05 SYS-PROPERTY          PIC X.
           05 SYS-NAME              PIC X(20).
           05 SYS-LOCATION          PIC X(15).
           05 SYS-INSTALL-DATE      PIC X(8).
           05 SYS-LIFE-YEARS        PIC 9(2).
           05 SYS-REPLACE-COST      PIC X(7).
           05 SYS-PROJECT-NUM       PIC 9(4).

       FD JOBSTREAMFILE.
       01 JOBSTREAMDETAILS.
           88 ENDOFFILE25 VALUE HIGH-VALUES.
           05 JS-STEP-OPTION        PIC X(2).
           05 FILLER                PIC X.
           05 JS-STEP-NAME          PIC X(20).

       FD CHECKPOINTFILE.
       01 CHECKPOINTDETAILS.
           88 ENDOFFILE26 VALUE HIGH-VALUES.
           05 CKPT-STEP-NUM         PIC 9(2).
           05 CKPT-STEP-OPTION      PIC X(2).
           05 CKPT-EVENT            PIC X.
           05 CKPT-DATE             PIC 9(8).
           05 CKPT-TIME             PIC 9(6).
           05 CKPT-RECORD-COUNT     PIC 9(4).
           05 CKPT-COMPLETION-CODE  PIC X(2).

       FD JOBSUMMARY.
       01 JOBSUMMARYLINE.
           02 FILLER          PIC X(132).


       WORKING-STORAGE SECTION.

           05 PROJECTINFO OCCURS 99 TIMES
           ASCENDING KEY IS TABLE-SIZE
            INDEXED BY TABLE-INDEX.
               10 TABLE-NUM        PIC 9(4).
               10 TABLE-NICKNAME   PIC X(15).

               10 TABLE-SIZE       PIC X(9).
               10 TABLE-PROPERTY   PIC X.

       01 TEMP-TABLE-ROW.
           05 TEMP-NUM             PIC 9(4).
           05 TEMP-NICKNAME        PIC X(15).
           05 TEMP-SIZE            PIC X(9).
           05 TEMP-LOCATION        PIC X(15).
       01 WS-CSV-COUNT              PIC 999 VALUE ZEROES.

       01 CSVROWINFO OCCURS 99 TIMES INDEXED BY CSV-INDEX.
           05 CSV-NUM              PIC 9(4).
           05 CSV-NICKNAME         PIC X(18).
           05 CSV-SIZE             PIC X(10).
           05 CSV-LOCATION         PIC X(15).


       01 NEW-ENTRY.
           05 NEW-PROJECT-NUM PIC 9(4).
           05 NEW-NAME PIC X(18).
           05 NEW-SIZE PIC X(10).
           05 NEW-LOCATION PIC X(15).


       01 WS-PROJECT-INFO.
           05 WS-PROJECT-NUM       PIC 9(4).
           05 WS-PROJECT-NICKNAME  PIC X(15).
           05 WS-PROJECT-SIZE      PIC X(9).
           05 WS-LOCATION-IN-HOUSE PIC X(15).

       01 WS-DISPLAY-HOUSEWORK.

           05 WS-DISPLAY-NUM       PIC 9(4).
           05 FILLER               PIC X VALUE SPACES.
           05 WS-DISPLAY-NAME      PIC X(18).
           05 WS-DISPLAY-SIZE      PIC X(10).
       01 WS-DISPLAY-HOUSEWORK-TABLE.


           05 WS-DISPLAY-NUM-TABLE      PIC 9(4).
           05 FILLER                     PIC X VALUE SPACES.
           05 WS-DISPLAY-NAME-TABLE     PIC X(18).
           05 WS-DISPLAY-SIZE-TABLE    PIC X(10).
           05 FILLER   PIC X(27) VALUE SPACES.
           05 WS-TITLE PIC X(19) VALUE "YOUR HOUSE PROJECTS".
           05 FILLER   PIC X(35) VALUE SPACES.
           05 FILLER   PIC X(5) VALUE SPACES.
           05 FILLER   PIC X(8) VALUE "NICKNAME".
           05 FILLER   PIC X(11) VALUE SPACES.
           05 FILLER   PIC X(4) VALUE "SIZE".
           05 USER-ADD-PROPERTY        PIC X.

       01 WS-EDIT-FIELDS.
           05 EDIT-PROJECT-NUM     PIC 9(4).
           05 EDIT-FOUND-SW        PIC X VALUE "N".
               88 EDIT-FOUND             VALUE "Y".
           05 CSV-EDIT-INDEX       PIC 99 VALUE ZEROES.
           05 AUDIT-DUP-INDEX       PIC 999 VALUE ZEROES.

       01 WS-ADD-FIELDS.
           05 WS-NEXT-PROJECT-NUM  PIC 9(5) VALUE ZEROES.
           05 WS-MAX-PROJECT-NUM   PIC 9(4) VALUE ZEROES.
           05 CONTROLFILE-OPEN-SW  PIC X VALUE "N".
           05 CONTROL-FOUND-SW     PIC X VALUE "N".
               88 CONTROL-RECORD-FOUND  VALUE "Y".
           05 WS-CONTROL-NEXT-NUM  PIC 9(5) VALUE ZEROES.

       01 WS-PROJECT-ROW-FIELDS.
           05 PROJ-ROW-KEY         PIC 9(4) VALUE ZEROES.
           05 PROJ-ROW-INDEX       PIC 999 VALUE ZEROES.
           05 PROJ-SCAN-INDEX      PIC 999 VALUE ZEROES.
           05 PROJ-ROW-SW          PIC X VALUE "N".
               88 PROJ-ROW-FOUND        VALUE "Y".

       01 WS-COST-TOTALS.
           05 WS-COST-NUM               PIC 9(7) VALUE ZEROES.
           05 TABLE-MATCHED-SW OCCURS 99 TIMES PIC X VALUE "N".

       01 WS-CONTRACTOR-FIELDS.
           05 LOOKUP-PROJECT-NUM     PIC 9(4).
           05 CONTRACTOR-FOUND-SW    PIC X VALUE "N".
               88 CONTRACTOR-FOUND        VALUE "Y".
           05 LOOKUP-TYPE            PIC X VALUE SPACE.
       01 WS-BID-COUNT              PIC 999 VALUE ZEROES.

       01 BIDINFO OCCURS 99 TIMES INDEXED BY BID-INDEX.
           05 BID-PROJECT-NUM      PIC 9(4).
           05 BID-COMPANY          PIC X(20).
           05 BID-PHONE            PIC X(14).
           05 BID-QUOTE-COST       PIC X(7).
           05 WS-BID-DIFF-LABEL    PIC X(14).
           05 WS-AWARD-MARK        PIC X(9).
           05 WS-REFRESH-MARK      PIC X(11).
           05 USER-BID-PROJECT     PIC 9(4).
           05 USER-BID-COMPANY     PIC X(20).
           05 USER-BID-PHONE       PIC X(14).
           05 USER-BID-COST        PIC X(7).
           05 EXPENSEFILE-OPEN-SW    PIC X VALUE "N".
           05 EXPENSE-PROJECT-SW     PIC X VALUE "N".
               88 EXPENSE-PROJECT-FOUND   VALUE "Y".
           05 USER-EXP-PROJECT       PIC 9(4).
           05 USER-EXP-DATE          PIC X(8).
           05 USER-EXP-PAYEE         PIC X(20).
           05 USER-EXP-AMOUNT        PIC X(7).
           05 USER-EXP-DESCRIPTION   PIC X(20).
           05 USER-EXP-CLASS         PIC X.

       01 ACTUAL-SPENT-TABLE.
           05 ACTUAL-SPENT-TOTAL OCCURS 99 TIMES PIC 9(9).

       01 EAC-COMMITTED-TABLE.
           05 EAC-COMMITTED-TOTAL OCCURS 99 TIMES PIC 9(9).

       01 WS-FORECAST-FIELDS.
           05 EAC-KNOWN-COST         PIC 9(9) VALUE ZEROES.
           05 EAC-TREND-COST         PIC 9(9) VALUE ZEROES.
           05 EAC-FORECAST           PIC 9(9) VALUE ZEROES.
           05 EAC-OVERRUN            PIC 9(9) VALUE ZEROES.
           05 EAC-OVERRUN-HOUSE      PIC 9(9) VALUE ZEROES.
           05 EAC-OVERRUN-RENTAL     PIC 9(9) VALUE ZEROES.
           05 EAC-PROPERTY-OVERRUN   PIC 9(9) VALUE ZEROES.
           05 EAC-PROPERTY-TOTAL     PIC 9(9) VALUE ZEROES.
           05 EAC-OVER-COUNT         PIC 999 VALUE ZEROES.
           05 EAC-BASIS-LABEL        PIC X(9).

       01 WS-VARIANCE-FIELDS.
           05 WS-ACTUAL-NUM          PIC 9(7) VALUE ZEROES.
           05 WS-GRAND-ESTIMATE      PIC 9(9) VALUE ZEROES.
       01 WS-MATERIAL-COUNT         PIC 999 VALUE ZEROES.

       01 MATERIALINFO OCCURS 200 TIMES INDEXED BY MAT-INDEX.
           05 MAT-PROJECT-NUM      PIC 9(4).
           05 MAT-ITEM             PIC X(20).
           05 MAT-QTY              PIC 9(3).
           05 MAT-UNIT-PRICE       PIC X(7).
           05 MATERIALFILE-OPEN-SW PIC X VALUE "N".
           05 MAT-SCAN-INDEX       PIC 999 VALUE ZEROES.
           05 USER-MAT-ACTION      PIC X.
           05 USER-MAT-PROJECT     PIC 9(4).
           05 USER-MAT-ITEM        PIC X(20).
           05 USER-MAT-QTY         PIC X(3).
           05 USER-MAT-PRICE       PIC X(7).
       01 WS-TASK-COUNT             PIC 999 VALUE ZEROES.

       01 TASKINFO OCCURS 200 TIMES INDEXED BY TASK-INDEX.
           05 TASK-TBL-PROJECT     PIC 9(4).
           05 TASK-TBL-DESC        PIC X(20).
           05 TASK-TBL-SIZE        PIC X(9).
           05 TASK-TBL-STATUS      PIC X.
           05 TASKFILE-OPEN-SW     PIC X VALUE "N".
           05 TASK-SCAN-INDEX      PIC 999 VALUE ZEROES.
           05 USER-TASK-ACTION     PIC X.
           05 USER-TASK-PROJECT    PIC 9(4).
           05 USER-TASK-DESC       PIC X(20).
           05 USER-TASK-SIZE       PIC X(10).
           05 USER-TASK-STATUS     PIC X.
       01 WS-PAYMENT-COUNT          PIC 999 VALUE ZEROES.

       01 PAYINFO OCCURS 200 TIMES INDEXED BY PAY-INDEX.
           05 PAY-TBL-PROJECT      PIC 9(4).
           05 PAY-TBL-DUE-DATE     PIC X(8).
           05 PAY-TBL-AMOUNT       PIC X(7).
           05 PAY-TBL-PAID-FLAG    PIC X.
           05 PAYMENTFILE-OPEN-SW  PIC X VALUE "N".
           05 PAY-SCAN-INDEX       PIC 999 VALUE ZEROES.
           05 USER-PAY-ACTION      PIC X.
           05 USER-PAY-PROJECT     PIC 9(4).
           05 USER-PAY-DUE-DATE    PIC X(8).
           05 USER-PAY-AMOUNT      PIC X(7).
           05 USER-PAY-PAID-DATE   PIC X(8).
       01 WS-SHIST-COUNT            PIC 999 VALUE ZEROES.

       01 SHISTINFO OCCURS 300 TIMES INDEXED BY SHIST-INDEX.
           05 SH-TBL-PROJECT       PIC 9(4).
           05 SH-TBL-OLD-STATUS    PIC X.
           05 SH-TBL-NEW-STATUS    PIC X.
           05 SH-TBL-DATE          PIC 9(8).

       01 WS-CYCLE-FIELDS.
           05 SHIST-SCAN-INDEX     PIC 999 VALUE ZEROES.
           05 CYCLE-PROJECT-NUM    PIC 9(4) VALUE ZEROES.
           05 CYCLE-ENTRY-SW       PIC X VALUE "N".
               88 CYCLE-HAS-ENTRIES     VALUE "Y".
           05 CYCLE-PREV-STATUS    PIC X VALUE SPACE.
           05 CYCLE-DAYS-IN-STATUS OCCURS 6 TIMES PIC S9(7).

       01 CYCLE-CURRENT-TABLE.
           05 CYCLE-CUR-STATUS OCCURS 300 TIMES PIC X.
           05 CYCLE-CUR-DAYS   OCCURS 300 TIMES PIC S9(7).

       01 CYCLE-LIST-TABLE.
           05 CYCLE-LIST-PROJECT OCCURS 300 TIMES PIC 9(4).

       01 WS-CYCLE-LIST-FIELDS.
           05 CYCLE-LIST-COUNT     PIC 999 VALUE ZEROES.
           05 CYCLE-LIST-INDEX     PIC 999 VALUE ZEROES.
           05 CYCLE-LIST-SCAN      PIC 999 VALUE ZEROES.
           05 CYCLE-LIST-HOLD      PIC 9(4) VALUE ZEROES.
           05 CYCLE-LIST-SW        PIC X VALUE "N".
               88 CYCLE-LIST-FOUND      VALUE "Y".
           05 CYCLE-SWAP-SW        PIC X VALUE "N".

       01 WS-CASHFLOW-COUNT         PIC 99 VALUE ZEROES.

           05 CF-HOUSE-TOTAL       PIC 9(9).
           05 CF-RENTAL-TOTAL      PIC 9(9).
           05 CF-OTHER-TOTAL       PIC 9(9).
           05 CF-PROJ-TOTAL OCCURS 100 TIMES PIC 9(9).

       01 CF-TEMP-ROW.
           05 CF-TEMP-MONTH        PIC 9(6).
           05 CF-TEMP-HOUSE        PIC 9(9).
           05 CF-TEMP-RENTAL       PIC 9(9).
           05 CF-TEMP-OTHER        PIC 9(9).
           05 CF-TEMP-PROJ OCCURS 100 TIMES PIC 9(9).

       01 WS-CASHFLOW-FIELDS.
           05 CF-SCAN-INDEX        PIC 99 VALUE ZEROES.
           05 CF-ROW-INDEX         PIC 99 VALUE ZEROES.
           05 CF-PROJ-INDEX        PIC 999 VALUE ZEROES.
           05 CF-PROJ-SLOT         PIC 999 VALUE ZEROES.
           05 CF-PROJ-PROPERTY     PIC X VALUE SPACE.
           05 CF-MONTH-HOLD        PIC 9(6) VALUE ZEROES.
           05 CF-FOUND-SW          PIC X VALUE "N".
               88 CF-MONTH-FOUND        VALUE "Y".
           05 CF-SWAP-SW           PIC X VALUE "N".
           05 WS-YTD-TOTAL         PIC 9(9) VALUE ZEROES.
           05 WS-YTD-HOUSE         PIC 9(9) VALUE ZEROES.
           05 WS-YTD-RENTAL        PIC 9(9) VALUE ZEROES.
       01 WS-IMPORT-FIELDS.
           05 EXPIMPORT-OPEN-SW    PIC X VALUE "N".
           05 EXPREJECTS-OPEN-SW   PIC X VALUE "N".
           05 EXPDONE-OPEN-SW      PIC X VALUE "N".
           05 IMP-PROJECT          PIC X(4).
           05 IMP-PROJECT-LEN      PIC 99 VALUE ZEROES.
           05 IMP-PROJECT-NUM      PIC 9(4) VALUE ZEROES.
           05 IMP-DATE             PIC X(8).
           05 IMP-PAYEE            PIC X(20).
           05 IMP-AMOUNT           PIC X(7).
           05 IMP-DESC             PIC X(20).
           05 IMP-CLASS            PIC X(2).
           05 IMP-REASON           PIC X(40).
           05 IMP-OK-SW            PIC X VALUE "N".
               88 IMPORT-LINE-OK        VALUE "Y".
           05 RECUR-ADD-MONTHS     PIC 9(3) VALUE ZEROES.
           05 RECUR-ACTIVE-SW      PIC X VALUE "N".
               88 RECUR-ACTIVE-ON-FILE  VALUE "Y".
           05 RECUR-ACTIVE-NUM     PIC 9(4) VALUE ZEROES.
           05 RECUR-REGEN-COUNT    PIC 999 VALUE ZEROES.

       01 WS-JOURNAL-FIELDS.
           05 ARCHIVE-COUNT        PIC 999 VALUE ZEROES.
           05 ARCHIVE-KEPT-COUNT   PIC 999 VALUE ZEROES.
           05 USER-ARCHIVE-CONFIRM PIC X.
           05 USER-INQUIRY-NUM     PIC 9(4).
           05 ARCHIVED-MATCH-SW    PIC X VALUE "N".
               88 PROJECT-WAS-ARCHIVED  VALUE "Y".

       01 ARCHIVED-FLAG-TABLE.
           05 ARCHIVED-SW OCCURS 99 TIMES PIC X.

       01 WS-STATUS-HISTORY-FIELDS.
           05 STATUSHIST-OPEN-SW   PIC X VALUE "N".
           05 STATUS-PROJECT-HOLD  PIC 9(4) VALUE ZEROES.
           05 OLD-STATUS-HOLD      PIC X VALUE SPACE.
           05 NEW-STATUS-HOLD      PIC X VALUE SPACE.
           05 CLOSEOUT-SW          PIC X VALUE "N".
               88 PROJECT-CLOSING       VALUE "Y".
           05 USER-CLOSEOUT-REPLY  PIC X.

       01 WS-PLANNER-FIELDS.
           05 PLANFILE-OPEN-SW       PIC X VALUE "N".

       01 WS-PLAN-DETAIL.
           05 FILLER               PIC XX VALUE SPACES.
           05 PLAN-DETAIL-NUM      PIC 9(4).
           05 FILLER               PIC X VALUE SPACES.
           05 PLAN-DETAIL-NAME     PIC X(18).
           05 PLAN-DETAIL-SIZE     PIC X(10).
           05 FILLER               PIC XX VALUE SPACES.
           05 PLAN-DETAIL-LOCATION PIC X(15).

       01 WS-STMT-COUNT             PIC 999 VALUE ZEROES.

       01 STMTINFO OCCURS 500 TIMES INDEXED BY STMT-INDEX.
           05 STMT-TBL-DATE        PIC 9(8).
           05 STMT-TBL-INTEGER     PIC 9(7).
           05 STMT-TBL-PAYEE       PIC X(30).
           05 STMT-TBL-EXACT       PIC 9(7)V99.
           05 STMT-TBL-ROUNDED     PIC 9(7).
           05 STMT-TBL-WHOLE       PIC 9(7).
           05 STMT-TBL-LEDGER-ROW  PIC 999.

       01 WS-LEDGER-COUNT           PIC 999 VALUE ZEROES.

       01 LEDGERINFO OCCURS 500 TIMES INDEXED BY LEDGER-INDEX.
           05 LEDG-TBL-SOURCE      PIC X(7).
           05 LEDG-TBL-PROJECT     PIC 9(4).
           05 LEDG-TBL-DATE        PIC 9(8).
           05 LEDG-TBL-INTEGER     PIC 9(7).
           05 LEDG-TBL-PAYEE       PIC X(20).
           05 LEDG-TBL-AMOUNT      PIC 9(7).
           05 LEDG-TBL-MATCHED-SW  PIC X.

       01 WS-STATEMENT-FIELDS.
           05 STATEMENT-OPEN-SW    PIC X VALUE "N".
           05 RECONRPT-OPEN-SW     PIC X VALUE "N".
           05 USER-RECON-DAYS      PIC 99.
           05 STMT-SCAN-INDEX      PIC 999 VALUE ZEROES.
           05 LEDG-SCAN-INDEX      PIC 999 VALUE ZEROES.
           05 LEDG-BEST-ROW        PIC 999 VALUE ZEROES.
           05 LEDG-BEST-GAP        PIC 9(5) VALUE ZEROES.
           05 STMT-GAP             PIC S9(7) VALUE ZEROES.
           05 STMT-FIRST-INTEGER   PIC 9(7) VALUE ZEROES.
           05 STMT-LAST-INTEGER    PIC 9(7) VALUE ZEROES.
           05 STMT-FIRST-DATE      PIC 9(8) VALUE ZEROES.
           05 STMT-LAST-DATE       PIC 9(8) VALUE ZEROES.
           05 STMT-SKIP-COUNT      PIC 999 VALUE ZEROES.
           05 STMT-FIELD-COUNT     PIC 9 VALUE ZEROES.
           05 STMT-FIELD-1         PIC X(30).
           05 STMT-FIELD-2         PIC X(30).
           05 STMT-FIELD-3         PIC X(30).
           05 STMT-FIELD-4         PIC X(30).
           05 STMT-FIELD-5         PIC X(30).
           05 STMT-RAW-DATE        PIC X(30).
           05 STMT-RAW-PAYEE       PIC X(30).
           05 STMT-RAW-AMOUNT      PIC X(30).
           05 STMT-RAW-HOLD        PIC X(30).
           05 STMT-PARSED-DATE     PIC 9(8) VALUE ZEROES.
           05 STMT-PARSED-INTEGER  PIC 9(7) VALUE ZEROES.
           05 STMT-DATE-SW         PIC X VALUE "N".
               88 STMT-DATE-OK          VALUE "Y".
           05 STMT-MONTH-TEXT      PIC X(4).
           05 STMT-DAY-TEXT        PIC X(4).
           05 STMT-YEAR-TEXT       PIC X(4).
           05 STMT-MONTH-LEN       PIC 99 VALUE ZEROES.
           05 STMT-DAY-LEN         PIC 99 VALUE ZEROES.
           05 STMT-YEAR-LEN        PIC 99 VALUE ZEROES.
           05 STMT-MONTH           PIC 99 VALUE ZEROES.
           05 STMT-DAY             PIC 99 VALUE ZEROES.
           05 STMT-YEAR            PIC 9(4) VALUE ZEROES.
           05 STMT-AMT-INDEX       PIC 99 VALUE ZEROES.
           05 STMT-AMT-DIGIT       PIC 9 VALUE ZERO.
           05 STMT-AMT-DOLLARS     PIC 9(7) VALUE ZEROES.
           05 STMT-AMT-CENTS       PIC 99 VALUE ZEROES.
           05 STMT-CENT-DIGITS     PIC 9 VALUE ZERO.
           05 STMT-AMT-CENT-SW     PIC X VALUE "N".
               88 STMT-IN-CENTS         VALUE "Y".
           05 STMT-AMT-DIGIT-SW    PIC X VALUE "N".
               88 STMT-AMT-HAS-DIGIT    VALUE "Y".
           05 RECON-MATCHED-COUNT  PIC 999 VALUE ZEROES.
           05 RECON-STMT-ONLY-COUNT PIC 999 VALUE ZEROES.
           05 RECON-LEDG-ONLY-COUNT PIC 999 VALUE ZEROES.
           05 RECON-MATCHED-TOTAL  PIC 9(9)V99 VALUE ZEROES.
           05 RECON-STMT-ONLY-TOTAL PIC 9(9)V99 VALUE ZEROES.
           05 RECON-LEDG-ONLY-TOTAL PIC 9(9) VALUE ZEROES.
           05 RECON-DISPLAY-EXACT  PIC ZZZ,ZZZ,ZZ9.99.
           05 RECON-TEXT           PIC X(132).

       01 WS-RECON-DETAIL.
           05 FILLER               PIC XX VALUE SPACES.
           05 RD-STMT-DATE         PIC X(8).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-STMT-PAYEE        PIC X(30).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-STMT-AMOUNT       PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-LEDG-SOURCE       PIC X(7).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-LEDG-PROJECT      PIC X(4).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-LEDG-DATE         PIC X(8).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-LEDG-PAYEE        PIC X(20).
           05 FILLER               PIC X VALUE SPACES.
           05 RD-LEDG-AMOUNT       PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.

       01 WS-CLASS-COUNT            PIC 999 VALUE ZEROES.

       01 CLASSINFO OCCURS 500 TIMES INDEXED BY CLASS-INDEX.
           05 CLS-TBL-PROJECT      PIC 9(4).
           05 CLS-TBL-CODE         PIC X.

       01 WS-ARCHPROP-COUNT         PIC 999 VALUE ZEROES.

       01 ARCHPROPINFO OCCURS 500 TIMES INDEXED BY ARCHPROP-INDEX.
           05 AP-TBL-PROJECT       PIC 9(4).
           05 AP-TBL-PROPERTY      PIC X.

       01 WS-TAXRPT-COUNT           PIC 99 VALUE ZEROES.

       01 TAXRPTINFO OCCURS 40 TIMES INDEXED BY TAXRPT-INDEX.
           05 TAX-TBL-KEY.
               10 TAX-TBL-PROPERTY PIC X.
               10 TAX-TBL-YEAR     PIC 9(4).
           05 TAX-TBL-AMOUNTS.
               10 TAX-TBL-EXP OCCURS 4 TIMES PIC 9(9).
               10 TAX-TBL-PAY OCCURS 4 TIMES PIC 9(9).

       01 TAX-TEMP-ROW.
           05 TAX-TEMP-PROPERTY    PIC X.
           05 TAX-TEMP-YEAR        PIC 9(4).
           05 TAX-TEMP-AMOUNT OCCURS 8 TIMES PIC 9(9).

       01 WS-CLASS-FIELDS.
           05 CLASSFILE-OPEN-SW    PIC X VALUE "N".
           05 CLASS-SCAN-INDEX     PIC 999 VALUE ZEROES.
           05 ARCHPROP-SCAN-INDEX  PIC 999 VALUE ZEROES.
           05 CLASS-FOUND-SW       PIC X VALUE "N".
               88 CLASS-FOUND           VALUE "Y".
           05 CLASS-CODE-HOLD      PIC X VALUE SPACE.
               88 VALID-CLASS-CODE      VALUE "I" "R" "M".
           05 USER-CLASS-ACTION    PIC X.
           05 USER-CLASS-PROJECT   PIC 9(4).
           05 USER-CLASS-CODE      PIC X.
           05 USER-TAX-YEAR        PIC 9(4) VALUE ZEROES.
           05 TAX-LINE-PROJECT     PIC 9(4) VALUE ZEROES.
           05 TAX-LINE-PROPERTY    PIC X VALUE SPACE.
           05 TAX-LINE-YEAR        PIC 9(4) VALUE ZEROES.
           05 TAX-LINE-CLASS       PIC X VALUE SPACE.
           05 TAX-LINE-SOURCE      PIC X VALUE SPACE.
           05 TAX-LINE-AMOUNT      PIC 9(7) VALUE ZEROES.
           05 TAX-PROJECT-SW       PIC X VALUE "N".
               88 TAX-PROJECT-FOUND     VALUE "Y".
           05 TAX-FOUND-SW         PIC X VALUE "N".
               88 TAX-ROW-FOUND         VALUE "Y".
           05 TAX-SWAP-SW          PIC X VALUE "N".
           05 TAX-SCAN-INDEX       PIC 99 VALUE ZEROES.
           05 TAX-ROW-INDEX        PIC 99 VALUE ZEROES.
           05 TAX-CLASS-SLOT       PIC 9 VALUE ZEROES.
           05 TAX-PREV-PROPERTY    PIC X VALUE SPACE.
           05 TAX-BASIS-TOTAL      PIC 9(9) VALUE ZEROES.
           05 TAX-DEDUCT-TOTAL     PIC 9(9) VALUE ZEROES.
           05 TAX-SUM-EXP          PIC 9(9) VALUE ZEROES.
           05 TAX-SUM-PAY          PIC 9(9) VALUE ZEROES.
           05 TAX-UNKNOWN-COUNT    PIC 999 VALUE ZEROES.

       01 WS-TAX-PRINT-LINE.
           05 FILLER               PIC XX VALUE SPACES.
           05 TAX-PRT-CLASS        PIC X(14).
           05 TAX-PRT-EXP          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC XX VALUE SPACES.
           05 TAX-PRT-PAY          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC XX VALUE SPACES.
           05 TAX-PRT-TOTAL        PIC ZZZ,ZZZ,ZZ9.

       01 WS-WARRANTY-FIELDS.
           05 WARRANTY-OPEN-SW     PIC X VALUE "N".
           05 USER-WARR-ACTION     PIC X.
           05 USER-WARR-MONTHS     PIC X(3).
           05 USER-WARR-COMPANY    PIC X(20).
           05 USER-WARR-PHONE      PIC X(14).
           05 USER-WARR-LOCATION   PIC X(15).
           05 WARR-CAP-PROJECT     PIC 9(4) VALUE ZEROES.
           05 WARR-CAP-NICKNAME    PIC X(15).
           05 WARR-CAP-LOCATION    PIC X(15).
           05 WARR-CAP-PROPERTY    PIC X.
           05 WARR-BID-SW          PIC X VALUE "N".
               88 WARR-BID-FOUND        VALUE "Y".
           05 WARR-BID-INDEX       PIC 999 VALUE ZEROES.
           05 WARR-ADDED-COUNT     PIC 999 VALUE ZEROES.
           05 WARR-REPORT-MODE     PIC X VALUE SPACE.
           05 WARR-KEY-LEN         PIC 99 VALUE ZEROES.
           05 WARR-HIT-COUNT       PIC 99 VALUE ZEROES.
           05 WARR-END-INTEGER     PIC 9(7) VALUE ZEROES.
           05 WARR-DAYS-LEFT       PIC S9(7) VALUE ZEROES.
           05 WARR-ARCHIVE-MARK    PIC X(10).
           05 WARR-TYPE-LABEL      PIC X(11).

       01 WS-PERMIT-COUNT           PIC 999 VALUE ZEROES.

       01 PERMITINFO OCCURS 100 TIMES INDEXED BY PERMIT-INDEX.
           05 PMT-TBL-PROJECT      PIC 9(4).
           05 PMT-TBL-NUMBER       PIC X(15).
           05 PMT-TBL-OFFICE       PIC X(20).
           05 PMT-TBL-EXPIRY       PIC X(8).
           05 PMT-TBL-EXPIRY-NUM REDEFINES PMT-TBL-EXPIRY PIC 9(8).

       01 WS-INSP-COUNT             PIC 999 VALUE ZEROES.

       01 INSPINFO OCCURS 300 TIMES INDEXED BY INSP-INDEX.
           05 INS-TBL-PROJECT      PIC 9(4).
           05 INS-TBL-PERMIT       PIC X(15).
           05 INS-TBL-STAGE        PIC X(15).
           05 INS-TBL-FINAL        PIC X.
           05 INS-TBL-SCHED        PIC X(8).
           05 INS-TBL-RESULT       PIC X.
           05 INS-TBL-RESULT-DATE  PIC X(8).

       01 WS-PERMIT-FIELDS.
           05 PERMITFILE-OPEN-SW   PIC X VALUE "N".
           05 INSPECTFILE-OPEN-SW  PIC X VALUE "N".
           05 PERMIT-SCAN-INDEX    PIC 999 VALUE ZEROES.
           05 PERMIT-FOUND-INDEX   PIC 999 VALUE ZEROES.
           05 INSP-SCAN-INDEX      PIC 999 VALUE ZEROES.
           05 INSP-FOUND-INDEX     PIC 999 VALUE ZEROES.
           05 PERMIT-FOUND-SW      PIC X VALUE "N".
               88 PERMIT-FOUND          VALUE "Y".
           05 INSP-FOUND-SW        PIC X VALUE "N".
               88 INSP-FOUND            VALUE "Y".
           05 USER-PMT-ACTION      PIC X.
           05 USER-PMT-PROJECT     PIC 9(4).
           05 USER-PMT-NUMBER      PIC X(15).
           05 USER-PMT-OFFICE      PIC X(20).
           05 USER-PMT-EXPIRY      PIC X(8).
           05 USER-INSP-STAGE      PIC X(15).
           05 USER-INSP-FINAL      PIC X.
           05 USER-INSP-DATE       PIC X(8).
           05 USER-INSP-RESULT     PIC X.
           05 PMT-FINAL-SW         PIC X VALUE "N".
               88 PERMIT-FINAL-PASSED   VALUE "Y".
           05 PMT-INSP-COUNT       PIC 99 VALUE ZEROES.
           05 PMT-FAILED-COUNT     PIC 99 VALUE ZEROES.
           05 PMT-OPEN-COUNT       PIC 999 VALUE ZEROES.
           05 PMT-FAIL-TOTAL       PIC 999 VALUE ZEROES.
           05 PMT-NEAR-COUNT       PIC 999 VALUE ZEROES.
           05 PMT-EXPIRY-INTEGER   PIC 9(7) VALUE ZEROES.
           05 PMT-DAYS-LEFT        PIC S9(7) VALUE ZEROES.
           05 PMT-STATE-LABEL      PIC X(12).
           05 PERMIT-GATE-PROJECT  PIC 9(4) VALUE ZEROES.
           05 PERMIT-GATE-SW       PIC X VALUE "N".
               88 PERMIT-GATE-BLOCKED   VALUE "Y".
           05 PMT-BLOCK-NUMBER     PIC X(15).

       01 WS-JOB-COUNT              PIC 999 VALUE ZEROES.

       01 JOBINFO OCCURS 300 TIMES INDEXED BY JOB-INDEX.
           05 JOB-PROJECT          PIC 9(4).
           05 JOB-CM-ID            PIC X(3).
           05 JOB-QUOTE            PIC 9(7).
           05 JOB-TARGET           PIC X(8).
           05 JOB-DONE-DATE        PIC 9(8).
           05 JOB-SPENT            PIC 9(9).
           05 JOB-PAID             PIC 9(9).
           05 JOB-RATING           PIC X.
           05 JOB-COMMENT          PIC X(40).

       01 WS-RATING-COUNT           PIC 999 VALUE ZEROES.

       01 RATINGINFO OCCURS 300 TIMES INDEXED BY RATING-INDEX.
           05 RTG-TBL-PROJECT      PIC 9(4).
           05 RTG-TBL-CM-ID        PIC X(3).
           05 RTG-TBL-SCORE        PIC X.
           05 RTG-TBL-COMMENT      PIC X(40).

       01 SCORECARD-TABLE.
           05 SCOREINFO OCCURS 100 TIMES.
               10 SC-JOBS          PIC 999.
               10 SC-QUOTED        PIC 9(9).
               10 SC-SPENT         PIC 9(9).
               10 SC-DATED-JOBS    PIC 999.
               10 SC-ONTIME-JOBS   PIC 999.
               10 SC-LATE-DAYS     PIC 9(7).
               10 SC-PAY-OVER-JOBS PIC 999.
               10 SC-PAY-OVER-AMT  PIC 9(9).
               10 SC-RATED-JOBS    PIC 999.
               10 SC-RATING-SUM    PIC 9(5).
               10 SC-SCORE         PIC 999.

       01 WS-SCORECARD-FIELDS.
           05 RATINGFILE-OPEN-SW   PIC X VALUE "N".
           05 RATING-SCAN-INDEX    PIC 999 VALUE ZEROES.
           05 RATING-FOUND-SW      PIC X VALUE "N".
               88 RATING-FOUND          VALUE "Y".
           05 JOB-SCAN-INDEX       PIC 999 VALUE ZEROES.
           05 USER-SC-ACTION       PIC X.
           05 USER-RATE-SCORE      PIC X.
           05 USER-RATE-COMMENT    PIC X(40).
           05 RATE-CAP-PROJECT     PIC 9(4) VALUE ZEROES.
           05 RATE-COMPANY         PIC X(20).
           05 RATE-CM-ID           PIC X(3).
           05 RATE-ASKED-COUNT     PIC 99 VALUE ZEROES.
           05 JOBW-PROJECT         PIC 9(4).
           05 JOBW-CM-ID           PIC X(3).
           05 JOBW-QUOTE           PIC X(7).
           05 JOBW-TARGET          PIC X(8).
           05 SC-TARGET-YMD        PIC 9(8) VALUE ZEROES.
           05 SC-TARGET-INTEGER    PIC 9(7) VALUE ZEROES.
           05 SC-DONE-INTEGER      PIC 9(7) VALUE ZEROES.
           05 SC-RATING-NUM        PIC 9 VALUE ZEROES.
           05 SC-POINTS            PIC 9(3)V99 VALUE ZEROES.
           05 SC-POSSIBLE          PIC 9(3) VALUE ZEROES.
           05 SC-AVG-LATE          PIC 9(5) VALUE ZEROES.
           05 SC-AVG-RATING        PIC 9V9 VALUE ZEROES.
           05 SC-DISPLAY-SCORE     PIC ZZ9.
           05 SC-DISPLAY-RATING    PIC 9.9.

       01 WS-CALENDAR-FIELDS.
           05 ICSFILE-OPEN-SW      PIC X VALUE "N".
           05 ICS-EVENT-COUNT      PIC 9(5) VALUE ZEROES.
           05 ICS-TEXT             PIC X(74).
           05 ICS-LEN              PIC 99 VALUE ZEROES.
           05 ICS-BYTE-INDEX       PIC 99 VALUE ZEROES.
           05 ICS-BUILD            PIC X(60).
           05 ICS-PTR              PIC 99 VALUE ZEROES.
           05 ICS-PART             PIC X(30).
           05 ICS-BUILD-PART       PIC X(30).
           05 ICS-PART-LEN         PIC 99 VALUE ZEROES.
           05 ICS-LEAD-COUNT       PIC 99 VALUE ZEROES.
           05 ICS-SUMMARY          PIC X(60).
           05 ICS-DESCRIPTION      PIC X(60).
           05 ICS-UID-KEY          PIC X(40).
           05 ICS-UID-PTR          PIC 99 VALUE ZEROES.
           05 ICS-UID-INDEX        PIC 99 VALUE ZEROES.
           05 ICS-EVENT-DATE       PIC 9(8) VALUE ZEROES.
           05 ICS-LAST-DATE        PIC 9(8) VALUE ZEROES.
           05 ICS-END-DATE         PIC 9(8) VALUE ZEROES.
           05 ICS-START-INTEGER    PIC 9(7) VALUE ZEROES.
           05 ICS-DAY-INTEGER      PIC 9(7) VALUE ZEROES.
           05 ICS-AMOUNT-DISPLAY   PIC Z(6)9.
           05 ICS-PLAN-SAT         PIC 9(8) VALUE ZEROES.
           05 ICS-PLAN-SUN         PIC 9(8) VALUE ZEROES.
           05 ICS-PLAN-DONE-SW     PIC X VALUE "N".
               88 ICS-PLAN-DONE         VALUE "Y".

       01 WS-SYSTEM-COUNT           PIC 999 VALUE ZEROES.

       01 SYSTEMINFO OCCURS 100 TIMES INDEXED BY SYSTEM-INDEX.
           05 SYS-TBL-ID           PIC 9(3).
           05 SYS-TBL-PROPERTY     PIC X.
           05 SYS-TBL-NAME         PIC X(20).
           05 SYS-TBL-LOCATION     PIC X(15).
           05 SYS-TBL-INSTALL      PIC X(8).
           05 SYS-TBL-LIFE         PIC 9(2).
           05 SYS-TBL-COST         PIC X(7).
           05 SYS-TBL-PROJECT      PIC 9(4).
           05 SYS-TBL-DUE-DATE     PIC 9(8).
           05 SYS-TBL-DUE-PARTS REDEFINES SYS-TBL-DUE-DATE.
               10 SYS-TBL-DUE-YEAR PIC 9(4).
               10 FILLER           PIC X(4).

       01 WS-SYSTEM-FIELDS.
           05 SYSTEMFILE-OPEN-SW   PIC X VALUE "N".
           05 SYS-SCAN-INDEX       PIC 999 VALUE ZEROES.
           05 SYS-FOUND-INDEX      PIC 999 VALUE ZEROES.
           05 SYS-FOUND-SW         PIC X VALUE "N".
               88 SYSTEM-FOUND          VALUE "Y".
           05 SYS-NEXT-ID          PIC 9(3) VALUE ZEROES.
           05 SYS-LOOKUP-ID        PIC X(3) VALUE SPACES.
           05 SYS-WRITE-PROJECT    PIC 9(4) VALUE ZEROES.
           05 SYS-CALC-DATE        PIC 9(8) VALUE ZEROES.
           05 SYS-REPLACED-COUNT   PIC 99 VALUE ZEROES.
           05 USER-SYS-ACTION      PIC X.
           05 USER-SYS-PROPERTY    PIC X.
           05 USER-SYS-NAME        PIC X(20).
           05 USER-SYS-LOCATION    PIC X(15).
           05 USER-SYS-INSTALL     PIC X(8).
           05 USER-SYS-LIFE        PIC X(2).
           05 USER-SYS-COST        PIC X(7).
           05 USER-SYS-PROJECT     PIC X(4).
           05 USER-SYS-REPLY       PIC X.
           05 CAP-FIRST-YEAR       PIC 9(4) VALUE ZEROES.
           05 CAP-LAST-YEAR        PIC 9(4) VALUE ZEROES.
           05 CAP-PLAN-YEAR        PIC 9(4) VALUE ZEROES.
           05 CAP-DUE-LIMIT        PIC 9(8) VALUE ZEROES.
           05 CAP-YEAR-TOTAL       PIC 9(9) VALUE ZEROES.
           05 CAP-OTHER-SPEND      PIC 9(9) VALUE ZEROES.
           05 CAP-YEAR-COUNT       PIC 999 VALUE ZEROES.
           05 CAP-OFFER-COUNT      PIC 999 VALUE ZEROES.
           05 CAP-CREATE-COUNT     PIC 999 VALUE ZEROES.
           05 CAP-COST-NUM         PIC 9(7) VALUE ZEROES.
           05 CAP-COST-DISPLAY     PIC Z,ZZZ,ZZ9.
           05 CAP-MARK             PIC X.
           05 CAP-NOTE             PIC X(20).
           05 CAP-LINK-SW          PIC X VALUE "N".
               88 CAP-LINKED            VALUE "Y".
           05 CAP-LINK-STATUS      PIC X.

       01 WS-JOB-STEP-COUNT         PIC 99 VALUE ZEROES.

       01 JOBSTEPINFO OCCURS 20 TIMES.
           05 JOB-TBL-OPTION       PIC X(2).
           05 JOB-TBL-NAME         PIC X(20).
           05 JOB-TBL-STATE        PIC X.
               88 JOB-NOT-STARTED       VALUE "N".
               88 JOB-STARTED           VALUE "S".
               88 JOB-ENDED             VALUE "E".
           05 JOB-TBL-START-DATE   PIC 9(8).
           05 JOB-TBL-START-TIME   PIC 9(6).
           05 JOB-TBL-END-DATE     PIC 9(8).
           05 JOB-TBL-END-TIME     PIC 9(6).
           05 JOB-TBL-COUNT        PIC 9(4).
           05 JOB-TBL-CC           PIC X(2).
           05 JOB-TBL-ACTION       PIC X.
               88 JOB-RAN               VALUE "R".
               88 JOB-SKIPPED           VALUE "K".
           05 JOB-TBL-RERUN-SW     PIC X.

       01 WS-JOB-FIELDS.
           05 JOBSTREAM-OPEN-SW    PIC X VALUE "N".
           05 CHECKPOINT-OPEN-SW   PIC X VALUE "N".
           05 JOBSUMMARY-OPEN-SW   PIC X VALUE "N".
           05 JOB-STEP-INDEX       PIC 99 VALUE ZEROES.
           05 JOB-RAN-COUNT        PIC 99 VALUE ZEROES.
           05 JOB-SKIP-COUNT       PIC 99 VALUE ZEROES.
           05 JOB-UNRUN-COUNT      PIC 99 VALUE ZEROES.
           05 JOB-FAILED-STEP      PIC 99 VALUE ZEROES.
           05 JOB-CKPT-COUNT       PIC 9(4) VALUE ZEROES.
           05 JOB-STEP-CC          PIC X(2).
               88 JOB-STEP-OK           VALUE "00" "04".
           05 JOB-FAILED-SW        PIC X VALUE "N".
               88 JOB-STREAM-FAILED     VALUE "Y".
           05 JOB-COMPLETE-SW      PIC X VALUE "N".
               88 JOB-STREAM-COMPLETE   VALUE "Y".
           05 JOB-RESUMED-SW       PIC X VALUE "N".
               88 JOB-STREAM-RESUMED    VALUE "Y".
           05 JOB-CKPT-EVENT       PIC X.
           05 JOB-TIME-NOW         PIC 9(8) VALUE ZEROES.
           05 JOB-STAMP-DATE       PIC 9(8) VALUE ZEROES.
           05 JOB-STAMP-TIME       PIC 9(6) VALUE ZEROES.
           05 JOB-RUN-DATE         PIC 9(8) VALUE ZEROES.
           05 JOB-RUN-TIME         PIC 9(6) VALUE ZEROES.
           05 JOB-COUNT-EDIT       PIC ZZZ9.
           05 JOB-TEXT             PIC X(132).

       01 WS-JOB-STREAM-LINE.
           05 JSL-OPTION           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 JSL-NAME             PIC X(20).

       01 WS-JOB-DETAIL.
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-STEP              PIC Z9.
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-OPTION            PIC X(2).
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-NAME              PIC X(20).
           05 FILLER               PIC X VALUE SPACES.
           05 JD-START-DATE        PIC X(8).
           05 FILLER               PIC X VALUE SPACES.
           05 JD-START-TIME        PIC X(6).
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-END-DATE          PIC X(8).
           05 FILLER               PIC X VALUE SPACES.
           05 JD-END-TIME          PIC X(6).
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-COUNT             PIC X(4).
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-CC                PIC X(2).
           05 FILLER               PIC XX VALUE SPACES.
           05 JD-RESULT            PIC X(24).

       01 WS-HISTORY-FIELDS.
           05 WS-STARTUP-PARM   PIC X(10).
           05 WS-CURRENT-DATE   PIC 9(8).
               DISPLAY "TO SET OR CHECK ANNUAL BUDGETS, TYPE 28."
               DISPLAY "TO MAINTAIN THE CONTRACTOR MASTER, TYPE 29."
               DISPLAY "TO SEE CONTRACTOR COMPLIANCE, TYPE 30."
               DISPLAY "TO RECONCILE A BANK OR CARD STATEMENT, "
                   "TYPE 31."
               DISPLAY "TO SET TAX CLASSES OR SEE THE TAX/COST-BASIS "
                   "REPORT, TYPE 32."
               DISPLAY "TO ADD OR LOOK UP WARRANTIES, TYPE 33."
               DISPLAY "TO TRACK PERMITS AND INSPECTIONS, TYPE 34."
               DISPLAY "TO FORECAST COST AT COMPLETION, TYPE 35."
               DISPLAY "TO RATE OR SCORE CONTRACTORS, TYPE 36."
               DISPLAY "TO EXPORT DATES TO A PHONE CALENDAR (.ICS), "
                   "TYPE 37."
               DISPLAY "TO KEEP THE HOME SYSTEMS REGISTER OR SEE THE "
                   "CAPITAL PLAN, TYPE 38."
               DISPLAY "TO RUN THE NIGHTLY JOB STREAM, TYPE 39."
               ACCEPT USER-INITIAL-INPUT
           END-IF.

               WHEN 30
                   MOVE "CONTR COMPLIANCE" TO HIST-LABEL
                   PERFORM 8145-CONTRACTOR-COMPLIANCE
               WHEN 31
                   MOVE "STATEMENT RECON" TO HIST-LABEL
                   PERFORM 6100-STATEMENT-RECONCILIATION
               WHEN 32
                   MOVE "TAX CLASS/BASIS" TO HIST-LABEL
                   PERFORM 5100-TAX-CLASSES
               WHEN 33
                   MOVE "WARRANTY REGISTER" TO HIST-LABEL
                   PERFORM 6300-WARRANTY-REGISTER
               WHEN 34
                   MOVE "PERMITS/INSPECTIONS" TO HIST-LABEL
                   PERFORM 6500-PERMIT-TRACKING
               WHEN 35
                   MOVE "EAC FORECAST" TO HIST-LABEL
                   PERFORM 7250-FORECAST-REPORT
               WHEN 36
                   MOVE "CONTRACTOR SCORECARD" TO HIST-LABEL
                   PERFORM 7450-CONTRACTOR-SCORECARD
               WHEN 37
                   MOVE "CALENDAR EXPORT" TO HIST-LABEL
                   PERFORM 8770-EXPORT-CALENDAR
               WHEN 38
                   MOVE "SYSTEMS REGISTER" TO HIST-LABEL
                   PERFORM 6700-SYSTEMS-REGISTER
               WHEN 39
                   MOVE "NIGHTLY JOB STREAM" TO HIST-LABEL
                   PERFORM 1100-RUN-JOB-STREAM
               WHEN OTHER
                   DISPLAY "ENTER A VALID NUMBER."
                   PERFORM 1000-MAIN-PROCEDURE
                       MOVE WS-STARTUP-PARM(1:1) TO USER-INITIAL-INPUT
                   END-IF
               END-IF
               IF USER-INITIAL-INPUT < 1 OR USER-INITIAL-INPUT > 39
                   DISPLAY "INVALID STARTUP OPTION: " WS-STARTUP-PARM
                   PERFORM 9000-END-PROGRAM
               END-IF
           END-IF.


       1100-RUN-JOB-STREAM.
           PERFORM 1155-TAKE-TIMESTAMP.
           MOVE JOB-STAMP-DATE TO JOB-RUN-DATE.
           MOVE JOB-STAMP-TIME TO JOB-RUN-TIME.

           PERFORM 1110-LOAD-JOB-STREAM.
           IF WS-JOB-STEP-COUNT = ZEROES
               PERFORM 1115-WRITE-STANDARD-STREAM
               PERFORM 1110-LOAD-JOB-STREAM
           END-IF.

           PERFORM 1120-LOAD-CHECKPOINTS.

           MOVE ZEROES TO JOB-RAN-COUNT JOB-SKIP-COUNT JOB-UNRUN-COUNT
               JOB-FAILED-STEP.
           MOVE "N" TO JOB-FAILED-SW.

           PERFORM 1130-RUN-ONE-STEP
               VARYING JOB-STEP-INDEX FROM 1 BY 1
               UNTIL JOB-STEP-INDEX > WS-JOB-STEP-COUNT
                   OR JOB-STREAM-FAILED.

           IF NOT JOB-STREAM-FAILED
               PERFORM 1155-TAKE-TIMESTAMP
               MOVE "C" TO JOB-CKPT-EVENT
               PERFORM 1150-WRITE-CHECKPOINT
           END-IF.

           PERFORM 1160-PRINT-JOB-SUMMARY.

           MOVE JOB-RAN-COUNT TO WS-RECORD-COUNT.


       1110-LOAD-JOB-STREAM.
           OPEN INPUT JOBSTREAMFILE.
           MOVE "Y" TO JOBSTREAM-OPEN-SW.

           MOVE ZEROES TO WS-JOB-STEP-COUNT.

           READ JOBSTREAMFILE
               AT END SET ENDOFFILE25 TO TRUE
           END-READ.

           PERFORM 1111-STORE-JOB-STEP UNTIL ENDOFFILE25.

           CLOSE JOBSTREAMFILE.
           MOVE "N" TO JOBSTREAM-OPEN-SW.


       1111-STORE-JOB-STEP.
           IF JOBSTREAMDETAILS = SPACES OR JS-STEP-OPTION(1:1) = "*"
               CONTINUE
           ELSE
               IF WS-JOB-STEP-COUNT < 20
                   ADD 1 TO WS-JOB-STEP-COUNT
                   MOVE JS-STEP-OPTION
                       TO JOB-TBL-OPTION(WS-JOB-STEP-COUNT)
                   MOVE JS-STEP-NAME TO JOB-TBL-NAME(WS-JOB-STEP-COUNT)
                   MOVE WS-JOB-STEP-COUNT TO JOB-STEP-INDEX
                   PERFORM 1123-RESET-JOB-STEP
               ELSE
                   DISPLAY "WARNING: MORE THAN 20 STEPS IN THE JOB "
                       "STREAM - SOME STEPS WERE NOT LOADED."
               END-IF
           END-IF.

           READ JOBSTREAMFILE
               AT END SET ENDOFFILE25 TO TRUE
           END-READ.


       1115-WRITE-STANDARD-STREAM.
           DISPLAY "NO JOB STREAM ON FILE - WRITING THE STANDARD "
               "NIGHTLY STREAM TO HOUSEPROJECTSJOBSTREAM.TXT.".

           OPEN OUTPUT JOBSTREAMFILE.
           MOVE "Y" TO JOBSTREAM-OPEN-SW.

           MOVE "00" TO JSL-OPTION.
           MOVE "JOURNAL RECOVERY" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "26" TO JSL-OPTION.
           MOVE "RECURRING REGEN" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "25" TO JSL-OPTION.
           MOVE "EXPENSE IMPORT" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "13" TO JSL-OPTION.
           MOVE "FILE AUDIT" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "21" TO JSL-OPTION.
           MOVE "PAYMENTS DUE" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "30" TO JSL-OPTION.
           MOVE "CONTR COMPLIANCE" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.
           MOVE "24" TO JSL-OPTION.
           MOVE "CSV EXPORT" TO JSL-NAME.
           PERFORM 1116-WRITE-STREAM-LINE.

           CLOSE JOBSTREAMFILE.
           MOVE "N" TO JOBSTREAM-OPEN-SW.


       1116-WRITE-STREAM-LINE.
           WRITE JOBSTREAMDETAILS FROM WS-JOB-STREAM-LINE.


       1120-LOAD-CHECKPOINTS.
           MOVE ZEROES TO JOB-CKPT-COUNT.
           MOVE "N" TO JOB-COMPLETE-SW.
           MOVE "N" TO JOB-RESUMED-SW.

           OPEN INPUT CHECKPOINTFILE.
           MOVE "Y" TO CHECKPOINT-OPEN-SW.

           READ CHECKPOINTFILE
               AT END SET ENDOFFILE26 TO TRUE
           END-READ.

           PERFORM 1121-APPLY-CHECKPOINT UNTIL ENDOFFILE26.

           CLOSE CHECKPOINTFILE.
           MOVE "N" TO CHECKPOINT-OPEN-SW.

           IF JOB-CKPT-COUNT = ZEROES OR JOB-STREAM-COMPLETE
               PERFORM 1123-RESET-JOB-STEP
                   VARYING JOB-STEP-INDEX FROM 1 BY 1
                   UNTIL JOB-STEP-INDEX > WS-JOB-STEP-COUNT
               OPEN OUTPUT CHECKPOINTFILE
               MOVE "Y" TO CHECKPOINT-OPEN-SW
               CLOSE CHECKPOINTFILE
               MOVE "N" TO CHECKPOINT-OPEN-SW
               DISPLAY "STARTING A NEW JOB STREAM - "
                   WS-JOB-STEP-COUNT " STEP(S)."
           ELSE
               MOVE "Y" TO JOB-RESUMED-SW
               DISPLAY "THE LAST JOB STREAM DID NOT FINISH - "
                   "RESTARTING FROM ITS CHECKPOINTS."
           END-IF.


       1121-APPLY-CHECKPOINT.
           ADD 1 TO JOB-CKPT-COUNT.

           IF CKPT-EVENT = "C"
               MOVE "Y" TO JOB-COMPLETE-SW
           ELSE
               MOVE "N" TO JOB-COMPLETE-SW
               IF CKPT-STEP-NUM IS NUMERIC AND
                   CKPT-STEP-NUM > ZEROES AND
                   CKPT-STEP-NUM <= WS-JOB-STEP-COUNT
                   IF CKPT-STEP-OPTION =
                       JOB-TBL-OPTION(CKPT-STEP-NUM)
                       PERFORM 1122-NOTE-STEP-EVENT
                   END-IF
               END-IF
           END-IF.

           READ CHECKPOINTFILE
               AT END SET ENDOFFILE26 TO TRUE
           END-READ.


       1122-NOTE-STEP-EVENT.
           IF CKPT-EVENT = "S"
               SET JOB-STARTED(CKPT-STEP-NUM) TO TRUE
               MOVE CKPT-DATE TO JOB-TBL-START-DATE(CKPT-STEP-NUM)
               MOVE CKPT-TIME TO JOB-TBL-START-TIME(CKPT-STEP-NUM)
               MOVE ZEROES TO JOB-TBL-END-DATE(CKPT-STEP-NUM)
                   JOB-TBL-END-TIME(CKPT-STEP-NUM)
                   JOB-TBL-COUNT(CKPT-STEP-NUM)
               MOVE SPACES TO JOB-TBL-CC(CKPT-STEP-NUM)
           END-IF.

           IF CKPT-EVENT = "E"
               SET JOB-ENDED(CKPT-STEP-NUM) TO TRUE
               MOVE CKPT-DATE TO JOB-TBL-END-DATE(CKPT-STEP-NUM)
               MOVE CKPT-TIME TO JOB-TBL-END-TIME(CKPT-STEP-NUM)
               MOVE CKPT-RECORD-COUNT TO JOB-TBL-COUNT(CKPT-STEP-NUM)
               MOVE CKPT-COMPLETION-CODE
                   TO JOB-TBL-CC(CKPT-STEP-NUM)
           END-IF.


       1123-RESET-JOB-STEP.
           SET JOB-NOT-STARTED(JOB-STEP-INDEX) TO TRUE.
           MOVE ZEROES TO JOB-TBL-START-DATE(JOB-STEP-INDEX)
               JOB-TBL-START-TIME(JOB-STEP-INDEX)
               JOB-TBL-END-DATE(JOB-STEP-INDEX)
               JOB-TBL-END-TIME(JOB-STEP-INDEX)
               JOB-TBL-COUNT(JOB-STEP-INDEX).
           MOVE SPACES TO JOB-TBL-CC(JOB-STEP-INDEX)
               JOB-TBL-ACTION(JOB-STEP-INDEX).
           MOVE "N" TO JOB-TBL-RERUN-SW(JOB-STEP-INDEX).


       1130-RUN-ONE-STEP.
           MOVE JOB-TBL-CC(JOB-STEP-INDEX) TO JOB-STEP-CC.

           IF JOB-ENDED(JOB-STEP-INDEX) AND JOB-STEP-OK
               SET JOB-SKIPPED(JOB-STEP-INDEX) TO TRUE
               ADD 1 TO JOB-SKIP-COUNT
               DISPLAY "STEP " JOB-STEP-INDEX " "
                   JOB-TBL-NAME(JOB-STEP-INDEX)
                   " FINISHED ON AN EARLIER RUN - SKIPPED."
           ELSE
               IF JOB-STARTED(JOB-STEP-INDEX)
                   MOVE "Y" TO JOB-TBL-RERUN-SW(JOB-STEP-INDEX)
                   DISPLAY "STEP " JOB-STEP-INDEX " "
                       JOB-TBL-NAME(JOB-STEP-INDEX)
                       " DID NOT FINISH ON THE LAST RUN - "
                       "RUNNING IT AGAIN."
               END-IF
               IF JOB-ENDED(JOB-STEP-INDEX)
                   MOVE "Y" TO JOB-TBL-RERUN-SW(JOB-STEP-INDEX)
                   DISPLAY "STEP " JOB-STEP-INDEX " "
                       JOB-TBL-NAME(JOB-STEP-INDEX)
                       " FAILED ON THE LAST RUN WITH CODE "
                       JOB-TBL-CC(JOB-STEP-INDEX)
                       " - RUNNING IT AGAIN."
               END-IF

               DISPLAY "============================================="
               DISPLAY "STEP " JOB-STEP-INDEX ": OPTION "
                   JOB-TBL-OPTION(JOB-STEP-INDEX) " "
                   JOB-TBL-NAME(JOB-STEP-INDEX)

               PERFORM 1155-TAKE-TIMESTAMP
               SET JOB-STARTED(JOB-STEP-INDEX) TO TRUE
               MOVE JOB-STAMP-DATE
                   TO JOB-TBL-START-DATE(JOB-STEP-INDEX)
               MOVE JOB-STAMP-TIME
                   TO JOB-TBL-START-TIME(JOB-STEP-INDEX)
               MOVE ZEROES TO JOB-TBL-COUNT(JOB-STEP-INDEX)
               MOVE SPACES TO JOB-TBL-CC(JOB-STEP-INDEX)
               MOVE "S" TO JOB-CKPT-EVENT
               PERFORM 1150-WRITE-CHECKPOINT

               MOVE ZEROES TO WS-RECORD-COUNT
               MOVE "00" TO JOB-STEP-CC
               PERFORM 1140-EXECUTE-STEP

               PERFORM 1155-TAKE-TIMESTAMP
               SET JOB-ENDED(JOB-STEP-INDEX) TO TRUE
               SET JOB-RAN(JOB-STEP-INDEX) TO TRUE
               MOVE JOB-STAMP-DATE TO JOB-TBL-END-DATE(JOB-STEP-INDEX)
               MOVE JOB-STAMP-TIME TO JOB-TBL-END-TIME(JOB-STEP-INDEX)
               MOVE WS-RECORD-COUNT TO JOB-TBL-COUNT(JOB-STEP-INDEX)
               MOVE JOB-STEP-CC TO JOB-TBL-CC(JOB-STEP-INDEX)
               MOVE "E" TO JOB-CKPT-EVENT
               PERFORM 1150-WRITE-CHECKPOINT
               ADD 1 TO JOB-RAN-COUNT

               IF NOT JOB-STEP-OK
                   MOVE "Y" TO JOB-FAILED-SW
                   MOVE JOB-STEP-INDEX TO JOB-FAILED-STEP
                   DISPLAY "STEP " JOB-STEP-INDEX " FAILED WITH "
                       "CODE " JOB-STEP-CC " - THE JOB STREAM "
                       "STOPS HERE."
               END-IF
           END-IF.


       1140-EXECUTE-STEP.
           EVALUATE JOB-TBL-OPTION(JOB-STEP-INDEX)
               WHEN "00"
                   IF JOURNAL-PENDING-SW NOT = "Y"
                       PERFORM 8900-CHECK-JOURNAL-AT-START
                   END-IF
                   IF JOURNAL-PENDING-SW = "Y"
                       MOVE 1 TO WS-RECORD-COUNT
                       MOVE "04" TO JOB-STEP-CC
                   ELSE
                       DISPLAY "NO INTERRUPTED REWRITE FOUND."
                   END-IF
               WHEN "01"
                   PERFORM 2010-OPEN-FILE
               WHEN "05"
                   PERFORM 5000-COST-SUMMARY-REPORT
               WHEN "06"
                   PERFORM 6000-RECONCILE-FILES
               WHEN "09"
                   PERFORM 7200-VARIANCE-REPORT
               WHEN "13"
                   PERFORM 7600-FILE-AUDIT
                   IF AUDIT-EXCEPTION-COUNT > ZEROES
                       MOVE "08" TO JOB-STEP-CC
                   END-IF
               WHEN "16"
                   PERFORM 7900-SHOPPING-LIST
               WHEN "21"
                   PERFORM 8400-PAYMENTS-DUE-REPORT
               WHEN "23"
                   PERFORM 8600-CASHFLOW-REPORT
               WHEN "24"
                   PERFORM 8700-EXPORT-CSV-FILES
               WHEN "25"
                   PERFORM 8750-IMPORT-EXPENSES
                   IF WS-IMPORT-REJECTS > ZEROES
                       MOVE "04" TO JOB-STEP-CC
                   END-IF
               WHEN "26"
                   PERFORM 8460-REGENERATE-RECURRING
               WHEN "30"
                   PERFORM 8145-CONTRACTOR-COMPLIANCE
               WHEN "35"
                   PERFORM 7250-FORECAST-REPORT
               WHEN "37"
                   PERFORM 8770-EXPORT-CALENDAR
               WHEN OTHER
                   DISPLAY "OPTION " JOB-TBL-OPTION(JOB-STEP-INDEX)
                       " CANNOT RUN IN THE JOB STREAM - IT NEEDS "
                       "ANSWERS FROM THE KEYBOARD."
                   MOVE "12" TO JOB-STEP-CC
           END-EVALUATE.


       1150-WRITE-CHECKPOINT.
           OPEN EXTEND CHECKPOINTFILE.
           MOVE "Y" TO CHECKPOINT-OPEN-SW.

           MOVE JOB-CKPT-EVENT TO CKPT-EVENT.
           IF JOB-CKPT-EVENT = "C"
               MOVE ZEROES TO CKPT-STEP-NUM CKPT-RECORD-COUNT
               MOVE SPACES TO CKPT-STEP-OPTION CKPT-COMPLETION-CODE
           ELSE
               MOVE JOB-STEP-INDEX TO CKPT-STEP-NUM
               MOVE JOB-TBL-OPTION(JOB-STEP-INDEX) TO CKPT-STEP-OPTION
               MOVE JOB-TBL-COUNT(JOB-STEP-INDEX) TO CKPT-RECORD-COUNT
               MOVE JOB-TBL-CC(JOB-STEP-INDEX) TO CKPT-COMPLETION-CODE
           END-IF.
           MOVE JOB-STAMP-DATE TO CKPT-DATE.
           MOVE JOB-STAMP-TIME TO CKPT-TIME.
           WRITE CHECKPOINTDETAILS.

           CLOSE CHECKPOINTFILE.
           MOVE "N" TO CHECKPOINT-OPEN-SW.


       1155-TAKE-TIMESTAMP.
           ACCEPT JOB-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-TIME-NOW FROM TIME.
           MOVE JOB-TIME-NOW(1:6) TO JOB-STAMP-TIME.


       1160-PRINT-JOB-SUMMARY.
           OPEN OUTPUT JOBSUMMARY.
           MOVE "Y" TO JOBSUMMARY-OPEN-SW.

           MOVE "=============================================" TO
               JOB-TEXT.
           PERFORM 1169-WRITE-JOB-LINE.
           MOVE SPACES TO JOB-TEXT.
           STRING "NIGHTLY JOB STREAM SUMMARY - RUN " JOB-RUN-DATE
               " " JOB-RUN-TIME
               DELIMITED BY SIZE INTO JOB-TEXT
           END-STRING.
           PERFORM 1169-WRITE-JOB-LINE.
           IF JOB-STREAM-RESUMED
               MOVE SPACES TO JOB-TEXT
               STRING "RESTARTED FROM THE CHECKPOINT FILE - STEPS "
                   "FINISHED ON AN EARLIER RUN WERE SKIPPED."
                   DELIMITED BY SIZE INTO JOB-TEXT
               END-STRING
               PERFORM 1169-WRITE-JOB-LINE
           END-IF.
           MOVE "=============================================" TO
               JOB-TEXT.
           PERFORM 1169-WRITE-JOB-LINE.

           MOVE SPACES TO JOB-TEXT.
           STRING "STEP OPT  DESCRIPTION          STARTED          "
               "ENDED            RECS  CC  RESULT"
               DELIMITED BY SIZE INTO JOB-TEXT
           END-STRING.
           PERFORM 1169-WRITE-JOB-LINE.
           PERFORM 1162-PRINT-ONE-STEP
               VARYING JOB-STEP-INDEX FROM 1 BY 1
               UNTIL JOB-STEP-INDEX > WS-JOB-STEP-COUNT.

           MOVE "=============================================" TO
               JOB-TEXT.
           PERFORM 1169-WRITE-JOB-LINE.
           MOVE SPACES TO JOB-TEXT.
           STRING JOB-RAN-COUNT " STEP(S) RAN, " JOB-SKIP-COUNT
               " SKIPPED AS ALREADY FINISHED, " JOB-UNRUN-COUNT
               " NOT RUN."
               DELIMITED BY SIZE INTO JOB-TEXT
           END-STRING.
           PERFORM 1169-WRITE-JOB-LINE.

           IF JOB-STREAM-FAILED
               MOVE SPACES TO JOB-TEXT
               STRING "STREAM STOPPED AT STEP " JOB-FAILED-STEP
                       " (" DELIMITED BY SIZE
                   JOB-TBL-NAME(JOB-FAILED-STEP) DELIMITED BY "  "
                   ") - COMPLETION CODE "
                       JOB-TBL-CC(JOB-FAILED-STEP) "." DELIMITED BY SIZE
                   INTO JOB-TEXT
               END-STRING
               PERFORM 1169-WRITE-JOB-LINE
               MOVE SPACES TO JOB-TEXT
               STRING "RESTART AT STEP " JOB-FAILED-STEP
                   ": FIX THE PROBLEM, THEN RUN HOUSEWORK 39 AGAIN. "
                   "FINISHED STEPS WILL BE SKIPPED."
                   DELIMITED BY SIZE INTO JOB-TEXT
               END-STRING
               PERFORM 1169-WRITE-JOB-LINE
               MOVE SPACES TO JOB-TEXT
               STRING "TO RUN EVERY STEP AGAIN INSTEAD, EMPTY "
                   "HOUSEPROJECTSCHECKPOINT.TXT FIRST."
                   DELIMITED BY SIZE INTO JOB-TEXT
               END-STRING
               PERFORM 1169-WRITE-JOB-LINE
           ELSE
               MOVE SPACES TO JOB-TEXT
               STRING "STREAM COMPLETE - THE NEXT RUN STARTS A NEW "
                   "STREAM FROM STEP 1."
                   DELIMITED BY SIZE INTO JOB-TEXT
               END-STRING
               PERFORM 1169-WRITE-JOB-LINE
           END-IF.

           MOVE SPACES TO JOB-TEXT.
           STRING "CODES: 00 OK, 04 FINISHED WITH WARNINGS, "
               "08 FAILED, 12 NOT A BATCH OPTION."
               DELIMITED BY SIZE INTO JOB-TEXT
           END-STRING.
           PERFORM 1169-WRITE-JOB-LINE.
           MOVE "=============================================" TO
               JOB-TEXT.
           PERFORM 1169-WRITE-JOB-LINE.

           CLOSE JOBSUMMARY.
           MOVE "N" TO JOBSUMMARY-OPEN-SW.


       1162-PRINT-ONE-STEP.
           MOVE JOB-STEP-INDEX TO JD-STEP.
           MOVE JOB-TBL-OPTION(JOB-STEP-INDEX) TO JD-OPTION.
           MOVE JOB-TBL-NAME(JOB-STEP-INDEX) TO JD-NAME.

           IF JOB-RAN(JOB-STEP-INDEX) OR JOB-SKIPPED(JOB-STEP-INDEX)
               MOVE JOB-TBL-START-DATE(JOB-STEP-INDEX)
                   TO JD-START-DATE
               MOVE JOB-TBL-START-TIME(JOB-STEP-INDEX)
                   TO JD-START-TIME
               MOVE JOB-TBL-END-DATE(JOB-STEP-INDEX) TO JD-END-DATE
               MOVE JOB-TBL-END-TIME(JOB-STEP-INDEX) TO JD-END-TIME
               MOVE JOB-TBL-COUNT(JOB-STEP-INDEX) TO JOB-COUNT-EDIT
               MOVE JOB-COUNT-EDIT TO JD-COUNT
               MOVE JOB-TBL-CC(JOB-STEP-INDEX) TO JD-CC
               PERFORM 1163-SET-STEP-RESULT
           ELSE
               MOVE SPACES TO JD-START-DATE JD-START-TIME
                   JD-END-DATE JD-END-TIME JD-COUNT JD-CC
               MOVE "NOT RUN" TO JD-RESULT
               ADD 1 TO JOB-UNRUN-COUNT
           END-IF.

           MOVE WS-JOB-DETAIL TO JOB-TEXT.
           PERFORM 1169-WRITE-JOB-LINE.


       1163-SET-STEP-RESULT.
           EVALUATE TRUE
               WHEN JOB-SKIPPED(JOB-STEP-INDEX)
                   MOVE "SKIPPED - DONE EARLIER" TO JD-RESULT
               WHEN JOB-TBL-CC(JOB-STEP-INDEX) = "00" AND
                   JOB-TBL-RERUN-SW(JOB-STEP-INDEX) = "Y"
                   MOVE "COMPLETED ON RERUN" TO JD-RESULT
               WHEN JOB-TBL-CC(JOB-STEP-INDEX) = "00"
                   MOVE "COMPLETED" TO JD-RESULT
               WHEN JOB-TBL-CC(JOB-STEP-INDEX) = "04"
                   MOVE "COMPLETED WITH WARNINGS" TO JD-RESULT
               WHEN JOB-TBL-CC(JOB-STEP-INDEX) = "12"
                   MOVE "FAILED - NOT FOR BATCH" TO JD-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO JD-RESULT
           END-EVALUATE.


       1169-WRITE-JOB-LINE.
           DISPLAY JOB-TEXT.
           WRITE JOBSUMMARYLINE FROM JOB-TEXT.


       1900-LOG-RUN-HISTORY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO HIST-DATE.

       3030-ACCEPT-NEW-VALUES.
           MOVE "Y" TO VALIDATE-BLANK-OK.
           MOVE "N" TO CLOSEOUT-SW.

           DISPLAY "ENTER NEW NICKNAME (OR PRESS ENTER TO KEEP)".
           ACCEPT USER-ADD-NAME.
               "S=SCHEDULED, I=IN PROGRESS, D=DEFERRED, "
               "C=COMPLETE) OR PRESS ENTER TO KEEP".
           ACCEPT USER-ADD-STATUS.
           MOVE EDIT-PROJECT-NUM TO PERMIT-GATE-PROJECT.
           PERFORM 3230-VALIDATE-STATUS.
           IF USER-ADD-STATUS NOT = SPACES
               IF USER-ADD-STATUS NOT = MASTER-STATUS
                       MOVE MASTER-COST TO WS-BGT-NEWCOST
                       PERFORM 8090-CHECK-BUDGET-WARNING
                   END-IF
                   IF USER-ADD-STATUS = "C"
                       SET PROJECT-CLOSING TO TRUE
                   END-IF
                   MOVE EDIT-PROJECT-NUM TO STATUS-PROJECT-HOLD
                   MOVE MASTER-STATUS TO OLD-STATUS-HOLD
                   MOVE USER-ADD-STATUS TO NEW-STATUS-HOLD
           IF CSV-EDIT-FOUND
               PERFORM 3070-REWRITE-CSV-FILE
           END-IF.
           IF PROJECT-CLOSING
               PERFORM 3085-CLOSE-OUT-PROJECT
           END-IF.
           MOVE 1 TO WS-RECORD-COUNT.


           MOVE "N" TO STATUSHIST-OPEN-SW.


       3085-CLOSE-OUT-PROJECT.
           DISPLAY "PROJECT " EDIT-PROJECT-NUM " IS NOW COMPLETE.".
           DISPLAY "RECORD ITS WARRANTIES NOW (Y/N)?".
           ACCEPT USER-CLOSEOUT-REPLY.
           IF USER-CLOSEOUT-REPLY = "Y"
               MOVE EDIT-PROJECT-NUM TO WARR-CAP-PROJECT
               MOVE MASTER-NICKNAME TO WARR-CAP-NICKNAME
               MOVE MASTER-LOCATION TO WARR-CAP-LOCATION
               MOVE MASTER-PROPERTY TO WARR-CAP-PROPERTY
               PERFORM 6310-CAPTURE-WARRANTIES
           END-IF.
           DISPLAY "RATE THE CONTRACTOR'S WORK NOW (Y/N)?".
           ACCEPT USER-CLOSEOUT-REPLY.
           IF USER-CLOSEOUT-REPLY = "Y"
               MOVE EDIT-PROJECT-NUM TO RATE-CAP-PROJECT
               PERFORM 7455-CAPTURE-RATINGS
           END-IF.
           PERFORM 6780-REPLACE-LINKED-SYSTEMS.


       3100-GET-READY-TO-ADD.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 3105-GET-NEXT-PROJECT-NUM.

           IF WS-NEXT-PROJECT-NUM > 9999
               DISPLAY "CANNOT ADD A NEW PROJECT - ALL PROJECT "
                   "NUMBERS UP TO 9999 HAVE BEEN USED."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               PERFORM 3110-ACCEPT-NEW-PROJECT
               PERFORM 8800-TAKE-BACKUPS
               PERFORM 3107-SAVE-NEXT-PROJECT-NUM
               PERFORM 3120-APPEND-NEW-PROJECT
               MOVE NEW-PROJECT-NUM TO STATUS-PROJECT-HOLD
               MOVE SPACE TO OLD-STATUS-HOLD
           END-IF.


       3105-GET-NEXT-PROJECT-NUM.
           MOVE ZEROES TO WS-MAX-PROJECT-NUM.
           PERFORM 3101-FIND-MAX-PROJECT-NUM
               VARYING REWRITE-INDEX FROM 1 BY 1
               UNTIL REWRITE-INDEX > WS-TABLE-COUNT.

           PERFORM 3106-READ-CONTROL-RECORD.

           IF NOT CONTROL-RECORD-FOUND
               PERFORM 3108-SCAN-ARCHIVE-MAX
           END-IF.

           COMPUTE WS-NEXT-PROJECT-NUM = WS-MAX-PROJECT-NUM + 1.

           IF CONTROL-RECORD-FOUND
               AND WS-CONTROL-NEXT-NUM > WS-NEXT-PROJECT-NUM
               MOVE WS-CONTROL-NEXT-NUM TO WS-NEXT-PROJECT-NUM
           END-IF.


       3106-READ-CONTROL-RECORD.
           MOVE "N" TO CONTROL-FOUND-SW.
           MOVE ZEROES TO WS-CONTROL-NEXT-NUM.

           OPEN INPUT CONTROLFILE.
           MOVE "Y" TO CONTROLFILE-OPEN-SW.

           READ CONTROLFILE
               AT END SET ENDOFFILE16 TO TRUE
               NOT AT END
                   IF CTL-NEXT-PROJECT-NUM IS NUMERIC
                       MOVE "Y" TO CONTROL-FOUND-SW
                       MOVE CTL-NEXT-PROJECT-NUM
                           TO WS-CONTROL-NEXT-NUM
                   END-IF
           END-READ.

           CLOSE CONTROLFILE.
           MOVE "N" TO CONTROLFILE-OPEN-SW.


       3107-SAVE-NEXT-PROJECT-NUM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CONTROLFILE.
           MOVE "Y" TO CONTROLFILE-OPEN-SW.

           COMPUTE CTL-NEXT-PROJECT-NUM = WS-NEXT-PROJECT-NUM + 1.
           MOVE WS-CURRENT-DATE TO CTL-UPDATED-DATE.
           WRITE CONTROLDETAILS.

           CLOSE CONTROLFILE.
           MOVE "N" TO CONTROLFILE-OPEN-SW.


       3108-SCAN-ARCHIVE-MAX.
           OPEN INPUT ARCHIVEFILE.
           MOVE "Y" TO ARCHIVEFILE-OPEN-SW.

           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.

           PERFORM 3109-NOTE-ARCHIVE-NUM UNTIL ENDOFFILE6.

           CLOSE ARCHIVEFILE.
           MOVE "N" TO ARCHIVEFILE-OPEN-SW.


       3109-NOTE-ARCHIVE-NUM.
           IF ARCHIVE-PROJECT-NUM IS NUMERIC
               AND ARCHIVE-PROJECT-NUM > WS-MAX-PROJECT-NUM
               MOVE ARCHIVE-PROJECT-NUM TO WS-MAX-PROJECT-NUM
           END-IF.

           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.


       3110-ACCEPT-NEW-PROJECT.
           DISPLAY "ADDING PROJECT NUMBER " WS-NEXT-PROJECT-NUM.

               "S=SCHEDULED, I=IN PROGRESS, D=DEFERRED, "
               "C=COMPLETE)".
           ACCEPT USER-ADD-STATUS.
           MOVE ZEROES TO PERMIT-GATE-PROJECT.
           PERFORM 3230-VALIDATE-STATUS.

           DISPLAY "ENTER PLANNED START DATE (YYYYMMDD, OR PRESS "
           IF (VALIDATE-BLANK-OK = "Y" AND USER-ADD-STATUS = SPACES)
               OR VALID-STATUS-VALUE
               SET FIELD-VALID TO TRUE
               IF USER-ADD-STATUS = "C" AND
                   PERMIT-GATE-PROJECT > ZEROES AND
                   MASTER-STATUS NOT = "C"
                   PERFORM 3236-CHECK-PERMIT-GATE
                   IF PERMIT-GATE-BLOCKED
                       MOVE "N" TO FIELD-VALID-SW
                       DISPLAY "PERMIT " PMT-BLOCK-NUMBER " HAS NO "
                           "PASSED FINAL INSPECTION - THE PROJECT "
                           "CANNOT BE CLOSED YET."
                       DISPLAY "ENTER ANOTHER STATUS OR PRESS ENTER "
                           "TO KEEP"
                       ACCEPT USER-ADD-STATUS
                   END-IF
               END-IF
           ELSE
               DISPLAY "STATUS MUST BE P, Q, S, I, D, OR C - "
                   "TRY AGAIN"
           END-IF.


       3236-CHECK-PERMIT-GATE.
           PERFORM 6540-LOAD-PERMIT-TABLE.
           PERFORM 6545-LOAD-INSP-TABLE.

           MOVE "N" TO PERMIT-GATE-SW.
           PERFORM 3237-GATE-ONE-PERMIT
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT
                   OR PERMIT-GATE-BLOCKED.


       3237-GATE-ONE-PERMIT.
           IF PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) = PERMIT-GATE-PROJECT
               PERFORM 6550-EVALUATE-PERMIT
               IF NOT PERMIT-FINAL-PASSED
                   SET PERMIT-GATE-BLOCKED TO TRUE
                   MOVE PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
                       TO PMT-BLOCK-NUMBER
               END-IF
           END-IF.


       3240-VALIDATE-START-DATE.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 3245-CHECK-START-DATE UNTIL FIELD-VALID.
           END-READ.


       4018-FIND-PROJECT-ROW.
           MOVE "N" TO PROJ-ROW-SW.
           MOVE ZEROES TO PROJ-ROW-INDEX.
           PERFORM 4019-MATCH-PROJECT-ROW
               VARYING PROJ-SCAN-INDEX FROM 1 BY 1
               UNTIL PROJ-SCAN-INDEX > WS-TABLE-COUNT
                   OR PROJ-ROW-FOUND.


       4019-MATCH-PROJECT-ROW.
           IF TABLE-NUM(PROJ-SCAN-INDEX) = PROJ-ROW-KEY
               SET PROJ-ROW-FOUND TO TRUE
               MOVE PROJ-SCAN-INDEX TO PROJ-ROW-INDEX
           END-IF.


       4020-GET-READY-FOR-TABLE.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

                   TO WS-MAT-PRICE-NUM
               COMPUTE WS-MAT-EXTENDED =
                   MAT-QTY(MAT-SCAN-INDEX) * WS-MAT-PRICE-NUM
               MOVE MAT-PROJECT-NUM(MAT-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   ADD WS-MAT-EXTENDED TO
                       MATERIAL-PROJECT-TOTAL(PROJ-ROW-INDEX)
               END-IF
           END-IF.


       5030-DISPLAY-MATERIALS-CHECK.
           IF MATERIAL-PROJECT-TOTAL(ITERATOR) > ZEROES
               MOVE "Y" TO WS-MAT-HEADER-SW
               MOVE TABLE-COST(ITERATOR) TO WS-COST-NUM
               MOVE WS-COST-NUM TO WS-DISPLAY-TOTAL
               MOVE MATERIAL-PROJECT-TOTAL(ITERATOR)
                   TO WS-DISPLAY-EXTENDED
               DISPLAY "  PROJECT " TABLE-NUM(ITERATOR) " "
                   TABLE-NICKNAME(ITERATOR)
           DISPLAY "=============================================".


       5100-TAX-CLASSES.
           DISPLAY "(S)ET A PROJECT'S TAX CLASS OR SEE THE "
               "(T)AX AND COST-BASIS REPORT?".
           ACCEPT USER-CLASS-ACTION.

           EVALUATE USER-CLASS-ACTION
               WHEN "S"
                   PERFORM 5110-SET-PROJECT-CLASS
               WHEN "T"
                   PERFORM 5120-TAX-BASIS-REPORT
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE."
                   MOVE ZEROES TO WS-RECORD-COUNT
           END-EVALUATE.


       5110-SET-PROJECT-CLASS.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 5165-LOAD-ARCHPROP-TABLE.

           DISPLAY "ENTER THE PROJECT NUMBER TO CLASSIFY".
           ACCEPT USER-CLASS-PROJECT.
           MOVE USER-CLASS-PROJECT TO TAX-LINE-PROJECT.
           PERFORM 5160-FIND-PROJECT-PROPERTY.

           IF NOT TAX-PROJECT-FOUND
               DISPLAY "NO ACTIVE OR ARCHIVED PROJECT WITH THAT "
                   "NUMBER - NOTHING SAVED."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "ENTER THE TAX CLASS - I = IMPROVEMENT, "
                   "R = REPAIR, M = MAINTENANCE"
               ACCEPT USER-CLASS-CODE
               MOVE USER-CLASS-CODE TO CLASS-CODE-HOLD
               IF NOT VALID-CLASS-CODE
                   DISPLAY "TAX CLASS MUST BE I, R OR M - "
                       "NOTHING SAVED."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   OPEN EXTEND CLASSFILE
                   MOVE "Y" TO CLASSFILE-OPEN-SW
                   MOVE USER-CLASS-PROJECT TO CLASS-PROJECT-NUM
                   MOVE USER-CLASS-CODE TO CLASS-CODE
                   MOVE WS-CURRENT-DATE TO CLASS-DATE
                   WRITE CLASSDETAILS
                   CLOSE CLASSFILE
                   MOVE "N" TO CLASSFILE-OPEN-SW

                   DISPLAY "TAX CLASS SAVED - THE LATEST ENTRY FOR A "
                       "PROJECT IS THE ONE USED."
                   DISPLAY "EXPENSE LINES KEYED WITH THEIR OWN CLASS "
                       "KEEP THAT CLASS."
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       5120-TAX-BASIS-REPORT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 5165-LOAD-ARCHPROP-TABLE.
           PERFORM 5150-LOAD-CLASS-TABLE.

           DISPLAY "ENTER THE TAX YEAR (YYYY, 0 FOR ALL YEARS)".
           ACCEPT USER-TAX-YEAR.
           IF USER-TAX-YEAR IS NOT NUMERIC
               MOVE ZEROES TO USER-TAX-YEAR
           END-IF.

           MOVE ZEROES TO WS-TAXRPT-COUNT TAX-UNKNOWN-COUNT.

           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.

           PERFORM 5125-ADD-EXPENSE-TO-TAX UNTIL ENDOFFILE4.

           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.

           PERFORM 8340-LOAD-PAYMENT-TABLE.
           PERFORM 5130-ADD-PAYMENT-TO-TAX
               VARYING PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL PAY-SCAN-INDEX > WS-PAYMENT-COUNT.

           MOVE "Y" TO TAX-SWAP-SW.
           PERFORM 5140-TAX-SORT-PASS UNTIL TAX-SWAP-SW = "N".

           MOVE ZEROES TO WS-RECORD-COUNT.
           MOVE SPACE TO TAX-PREV-PROPERTY.
           MOVE ZEROES TO TAX-BASIS-TOTAL.

           DISPLAY "=============================================".
           IF USER-TAX-YEAR = ZEROES
               DISPLAY "TAX AND COST-BASIS REPORT - ALL YEARS"
           ELSE
               DISPLAY "TAX AND COST-BASIS REPORT - TAX YEAR "
                   USER-TAX-YEAR
           END-IF.
           DISPLAY "EXPENSES BY EXPENSE DATE, CONTRACTOR PAYMENTS "
               "BY PAID DATE. ARCHIVED PROJECTS INCLUDED.".

           PERFORM 5145-PRINT-TAX-ROW
               VARYING TAX-ROW-INDEX FROM 1 BY 1
               UNTIL TAX-ROW-INDEX > WS-TAXRPT-COUNT.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "NO EXPENSES OR PAID PAYMENTS FOUND FOR "
                   "THAT YEAR."
           END-IF.
           IF TAX-UNKNOWN-COUNT > ZEROES
               DISPLAY "NOTE: " TAX-UNKNOWN-COUNT " LINE(S) BELONG "
                   "TO PROJECTS NOT ON FILE AND ARE SHOWN UNDER "
                   "PROPERTY ?."
           END-IF.
           DISPLAY "=============================================".


       5125-ADD-EXPENSE-TO-TAX.
           IF EXPENSE-PROJECT-NUM IS NUMERIC AND
               EXPENSE-PROJECT-NUM > ZEROES AND
               EXPENSE-AMOUNT IS NUMERIC AND
               EXPENSE-DATE(1:4) IS NUMERIC
               MOVE EXPENSE-PROJECT-NUM TO TAX-LINE-PROJECT
               MOVE EXPENSE-DATE(1:4) TO TAX-LINE-YEAR
               MOVE EXPENSE-AMOUNT TO TAX-LINE-AMOUNT
               MOVE "E" TO TAX-LINE-SOURCE
               MOVE EXPENSE-TAX-CLASS TO CLASS-CODE-HOLD
               IF VALID-CLASS-CODE
                   MOVE EXPENSE-TAX-CLASS TO TAX-LINE-CLASS
               ELSE
                   PERFORM 5155-FIND-PROJECT-CLASS
               END-IF
               PERFORM 5135-POST-TAX-AMOUNT
           END-IF.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.


       5130-ADD-PAYMENT-TO-TAX.
           IF PAY-TBL-PAID-FLAG(PAY-SCAN-INDEX) = "Y" AND
               PAY-TBL-AMOUNT(PAY-SCAN-INDEX) IS NUMERIC AND
               PAY-TBL-PAID-DATE(PAY-SCAN-INDEX)(1:4) IS NUMERIC
               MOVE PAY-TBL-PROJECT(PAY-SCAN-INDEX)
                   TO TAX-LINE-PROJECT
               MOVE PAY-TBL-PAID-DATE(PAY-SCAN-INDEX)(1:4)
                   TO TAX-LINE-YEAR
               MOVE PAY-TBL-AMOUNT(PAY-SCAN-INDEX) TO TAX-LINE-AMOUNT
               MOVE "P" TO TAX-LINE-SOURCE
               PERFORM 5155-FIND-PROJECT-CLASS
               PERFORM 5135-POST-TAX-AMOUNT
           END-IF.


       5135-POST-TAX-AMOUNT.
           PERFORM 5160-FIND-PROJECT-PROPERTY.
           IF NOT TAX-PROJECT-FOUND
               MOVE "?" TO TAX-LINE-PROPERTY
               ADD 1 TO TAX-UNKNOWN-COUNT
           END-IF.

           EVALUATE TAX-LINE-CLASS
               WHEN "I"
                   MOVE 1 TO TAX-CLASS-SLOT
               WHEN "R"
                   MOVE 2 TO TAX-CLASS-SLOT
               WHEN "M"
                   MOVE 3 TO TAX-CLASS-SLOT
               WHEN OTHER
                   MOVE 4 TO TAX-CLASS-SLOT
           END-EVALUATE.

           MOVE "N" TO TAX-FOUND-SW.
           PERFORM 5136-FIND-TAX-ROW
               VARYING TAX-SCAN-INDEX FROM 1 BY 1
               UNTIL TAX-SCAN-INDEX > WS-TAXRPT-COUNT
                   OR TAX-ROW-FOUND.

           IF NOT TAX-ROW-FOUND
               IF WS-TAXRPT-COUNT < 40
                   ADD 1 TO WS-TAXRPT-COUNT
                   MOVE WS-TAXRPT-COUNT TO TAX-ROW-INDEX
                   MOVE TAX-LINE-PROPERTY
                       TO TAX-TBL-PROPERTY(TAX-ROW-INDEX)
                   MOVE TAX-LINE-YEAR TO TAX-TBL-YEAR(TAX-ROW-INDEX)
                   MOVE ZEROES TO TAX-TBL-AMOUNTS(TAX-ROW-INDEX)
                   SET TAX-ROW-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: MORE THAN 40 PROPERTY/YEAR "
                       "ROWS - SOME LINES WERE NOT TOTALLED."
               END-IF
           END-IF.

           IF TAX-ROW-FOUND
               IF TAX-LINE-SOURCE = "E"
                   ADD TAX-LINE-AMOUNT
                       TO TAX-TBL-EXP(TAX-ROW-INDEX TAX-CLASS-SLOT)
               ELSE
                   ADD TAX-LINE-AMOUNT
                       TO TAX-TBL-PAY(TAX-ROW-INDEX TAX-CLASS-SLOT)
               END-IF
           END-IF.


       5136-FIND-TAX-ROW.
           IF TAX-TBL-PROPERTY(TAX-SCAN-INDEX) = TAX-LINE-PROPERTY AND
               TAX-TBL-YEAR(TAX-SCAN-INDEX) = TAX-LINE-YEAR
               SET TAX-ROW-FOUND TO TRUE
               MOVE TAX-SCAN-INDEX TO TAX-ROW-INDEX
           END-IF.


       5140-TAX-SORT-PASS.
           MOVE "N" TO TAX-SWAP-SW.

           PERFORM VARYING TAX-SCAN-INDEX FROM 1 BY 1
               UNTIL TAX-SCAN-INDEX >= WS-TAXRPT-COUNT

               IF TAX-TBL-KEY(TAX-SCAN-INDEX) >
                   TAX-TBL-KEY(TAX-SCAN-INDEX + 1)
                   MOVE TAXRPTINFO(TAX-SCAN-INDEX) TO TAX-TEMP-ROW
                   MOVE TAXRPTINFO(TAX-SCAN-INDEX + 1)
                       TO TAXRPTINFO(TAX-SCAN-INDEX)
                   MOVE TAX-TEMP-ROW
                       TO TAXRPTINFO(TAX-SCAN-INDEX + 1)
                   MOVE "Y" TO TAX-SWAP-SW
               END-IF
           END-PERFORM.


       5145-PRINT-TAX-ROW.
           IF TAX-TBL-PROPERTY(TAX-ROW-INDEX) NOT = TAX-PREV-PROPERTY
               MOVE TAX-TBL-PROPERTY(TAX-ROW-INDEX)
                   TO TAX-PREV-PROPERTY
               MOVE ZEROES TO TAX-BASIS-TOTAL
           END-IF.

           COMPUTE TAX-BASIS-TOTAL = TAX-BASIS-TOTAL
               + TAX-TBL-EXP(TAX-ROW-INDEX 1)
               + TAX-TBL-PAY(TAX-ROW-INDEX 1).

           IF USER-TAX-YEAR = ZEROES OR
               TAX-TBL-YEAR(TAX-ROW-INDEX) = USER-TAX-YEAR
               ADD 1 TO WS-RECORD-COUNT
               MOVE ZEROES TO TAX-SUM-EXP TAX-SUM-PAY TAX-DEDUCT-TOTAL

               DISPLAY " "
               DISPLAY "PROPERTY " TAX-TBL-PROPERTY(TAX-ROW-INDEX)
                   "  TAX YEAR " TAX-TBL-YEAR(TAX-ROW-INDEX)
               DISPLAY "  CLASS              EXPENSES     PAYMENTS"
                   "        TOTAL"

               PERFORM 5146-PRINT-TAX-CLASS-LINE
                   VARYING TAX-CLASS-SLOT FROM 1 BY 1
                   UNTIL TAX-CLASS-SLOT > 4

               MOVE "TOTAL" TO TAX-PRT-CLASS
               MOVE TAX-SUM-EXP TO TAX-PRT-EXP
               MOVE TAX-SUM-PAY TO TAX-PRT-PAY
               COMPUTE TAX-PRT-TOTAL = TAX-SUM-EXP + TAX-SUM-PAY
               DISPLAY WS-TAX-PRINT-LINE

               MOVE TAX-DEDUCT-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  REPAIRS AND MAINTENANCE THIS YEAR:   $"
                   WS-DISPLAY-TOTAL
               MOVE TAX-BASIS-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  IMPROVEMENTS ADDED TO COST BASIS "
                   "THROUGH " TAX-TBL-YEAR(TAX-ROW-INDEX) ": $"
                   WS-DISPLAY-TOTAL
           END-IF.


       5146-PRINT-TAX-CLASS-LINE.
           EVALUATE TAX-CLASS-SLOT
               WHEN 1
                   MOVE "IMPROVEMENT" TO TAX-PRT-CLASS
               WHEN 2
                   MOVE "REPAIR" TO TAX-PRT-CLASS
               WHEN 3
                   MOVE "MAINTENANCE" TO TAX-PRT-CLASS
               WHEN OTHER
                   MOVE "UNCLASSIFIED" TO TAX-PRT-CLASS
           END-EVALUATE.

           MOVE TAX-TBL-EXP(TAX-ROW-INDEX TAX-CLASS-SLOT)
               TO TAX-PRT-EXP.
           MOVE TAX-TBL-PAY(TAX-ROW-INDEX TAX-CLASS-SLOT)
               TO TAX-PRT-PAY.
           COMPUTE TAX-PRT-TOTAL =
               TAX-TBL-EXP(TAX-ROW-INDEX TAX-CLASS-SLOT) +
               TAX-TBL-PAY(TAX-ROW-INDEX TAX-CLASS-SLOT).
           DISPLAY WS-TAX-PRINT-LINE.

           ADD TAX-TBL-EXP(TAX-ROW-INDEX TAX-CLASS-SLOT)
               TO TAX-SUM-EXP.
           ADD TAX-TBL-PAY(TAX-ROW-INDEX TAX-CLASS-SLOT)
               TO TAX-SUM-PAY.
           IF TAX-CLASS-SLOT = 2 OR TAX-CLASS-SLOT = 3
               COMPUTE TAX-DEDUCT-TOTAL = TAX-DEDUCT-TOTAL
                   + TAX-TBL-EXP(TAX-ROW-INDEX TAX-CLASS-SLOT)
                   + TAX-TBL-PAY(TAX-ROW-INDEX TAX-CLASS-SLOT)
           END-IF.


       5150-LOAD-CLASS-TABLE.
           OPEN INPUT CLASSFILE.
           MOVE "Y" TO CLASSFILE-OPEN-SW.

           MOVE ZEROES TO WS-CLASS-COUNT.

           READ CLASSFILE
               AT END SET ENDOFFILE18 TO TRUE
           END-READ.

           PERFORM 5151-STORE-CLASS-ROW UNTIL ENDOFFILE18.

           CLOSE CLASSFILE.
           MOVE "N" TO CLASSFILE-OPEN-SW.


       5151-STORE-CLASS-ROW.
           MOVE "N" TO CLASS-FOUND-SW.
           PERFORM 5152-UPDATE-CLASS-ROW
               VARYING CLASS-SCAN-INDEX FROM 1 BY 1
               UNTIL CLASS-SCAN-INDEX > WS-CLASS-COUNT
                   OR CLASS-FOUND.

           IF NOT CLASS-FOUND
               IF WS-CLASS-COUNT < 500
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE CLASS-PROJECT-NUM
                       TO CLS-TBL-PROJECT(WS-CLASS-COUNT)
                   MOVE CLASS-CODE TO CLS-TBL-CODE(WS-CLASS-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 500 CLASSIFIED "
                       "PROJECTS - SOME CLASSES WERE NOT LOADED."
               END-IF
           END-IF.

           READ CLASSFILE
               AT END SET ENDOFFILE18 TO TRUE
           END-READ.


       5152-UPDATE-CLASS-ROW.
           IF CLS-TBL-PROJECT(CLASS-SCAN-INDEX) = CLASS-PROJECT-NUM
               SET CLASS-FOUND TO TRUE
               MOVE CLASS-CODE TO CLS-TBL-CODE(CLASS-SCAN-INDEX)
           END-IF.


       5155-FIND-PROJECT-CLASS.
           MOVE SPACE TO TAX-LINE-CLASS.
           MOVE "N" TO CLASS-FOUND-SW.
           PERFORM 5156-MATCH-CLASS-ROW
               VARYING CLASS-SCAN-INDEX FROM 1 BY 1
               UNTIL CLASS-SCAN-INDEX > WS-CLASS-COUNT
                   OR CLASS-FOUND.


       5156-MATCH-CLASS-ROW.
           IF CLS-TBL-PROJECT(CLASS-SCAN-INDEX) = TAX-LINE-PROJECT
               SET CLASS-FOUND TO TRUE
               MOVE CLS-TBL-CODE(CLASS-SCAN-INDEX) TO TAX-LINE-CLASS
           END-IF.


       5160-FIND-PROJECT-PROPERTY.
           MOVE "N" TO TAX-PROJECT-SW.
           MOVE SPACE TO TAX-LINE-PROPERTY.

           MOVE TAX-LINE-PROJECT TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND
               SET TAX-PROJECT-FOUND TO TRUE
               MOVE TABLE-PROPERTY(PROJ-ROW-INDEX) TO TAX-LINE-PROPERTY
           ELSE
               PERFORM 5161-MATCH-ARCHPROP-ROW
                   VARYING ARCHPROP-SCAN-INDEX FROM 1 BY 1
                   UNTIL ARCHPROP-SCAN-INDEX > WS-ARCHPROP-COUNT
                       OR TAX-PROJECT-FOUND
           END-IF.


       5161-MATCH-ARCHPROP-ROW.
           IF AP-TBL-PROJECT(ARCHPROP-SCAN-INDEX) = TAX-LINE-PROJECT
               SET TAX-PROJECT-FOUND TO TRUE
               MOVE AP-TBL-PROPERTY(ARCHPROP-SCAN-INDEX)
                   TO TAX-LINE-PROPERTY
           END-IF.


       5165-LOAD-ARCHPROP-TABLE.
           OPEN INPUT ARCHIVEFILE.
           MOVE "Y" TO ARCHIVEFILE-OPEN-SW.

           MOVE ZEROES TO WS-ARCHPROP-COUNT.

           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.

           PERFORM 5166-STORE-ARCHPROP-ROW UNTIL ENDOFFILE6.

           CLOSE ARCHIVEFILE.
           MOVE "N" TO ARCHIVEFILE-OPEN-SW.


       5166-STORE-ARCHPROP-ROW.
           IF ARCHIVE-PROJECT-NUM IS NUMERIC AND
               ARCHIVE-PROJECT-NUM > ZEROES
               IF WS-ARCHPROP-COUNT < 500
                   ADD 1 TO WS-ARCHPROP-COUNT
                   MOVE ARCHIVE-PROJECT-NUM
                       TO AP-TBL-PROJECT(WS-ARCHPROP-COUNT)
                   MOVE ARCHIVE-PROPERTY
                       TO AP-TBL-PROPERTY(WS-ARCHPROP-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 500 ARCHIVED "
                       "PROJECTS - SOME WERE NOT LOADED."
               END-IF
           END-IF.

           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.


       6000-RECONCILE-FILES.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 4016-LOAD-CSV-TABLE-FROM-FILE.

           PERFORM 6005-RESET-MATCHED-FLAG
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           MOVE ZEROES TO RECON-MISMATCH-COUNT.
           MOVE ZEROES TO WS-RECORD-COUNT.

           PERFORM 6010-COMPARE-CSV-ROW
               VARYING CSV-SCAN-INDEX FROM 1 BY 1
               UNTIL CSV-SCAN-INDEX > WS-CSV-COUNT.

           PERFORM 6030-CHECK-UNMATCHED-TABLE-ROW
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           IF RECON-MISMATCH-COUNT = ZEROES
               DISPLAY "HOUSEWORK2.CSV AND THE PROJECT MASTER "
                   "AGREE ON ALL " WS-RECORD-COUNT
                   " PROJECTS CHECKED."
           ELSE
               DISPLAY RECON-MISMATCH-COUNT
                   " PROJECT(S) DO NOT MATCH BETWEEN THE TWO FILES."
           END-IF.


       6005-RESET-MATCHED-FLAG.
           MOVE "N" TO TABLE-MATCHED-SW(ITERATOR).


       6010-COMPARE-CSV-ROW.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "N" TO RECON-MISMATCH-SW.
           MOVE "N" TO RECON-CSV-FOUND-SW.

           PERFORM 6020-FIND-AND-COMPARE
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           IF RECON-CSV-FOUND-SW = "N"
               DISPLAY "PROJECT " CSV-NUM(CSV-SCAN-INDEX)
                   " IS IN HOUSEWORK2.CSV BUT NOT IN "
                   "THE PROJECT MASTER."
               MOVE "Y" TO RECON-MISMATCH-SW
           END-IF.

           IF RECON-MISMATCH-SW = "Y"
               ADD 1 TO RECON-MISMATCH-COUNT
           END-IF.


       6020-FIND-AND-COMPARE.
           IF TABLE-NUM(ITERATOR) = CSV-NUM(CSV-SCAN-INDEX)
               MOVE "Y" TO RECON-CSV-FOUND-SW
               MOVE "Y" TO TABLE-MATCHED-SW(ITERATOR)

               IF TABLE-NICKNAME(ITERATOR)
                       NOT = CSV-NICKNAME(CSV-SCAN-INDEX)
                 OR TABLE-SIZE(ITERATOR)
                       NOT = CSV-SIZE(CSV-SCAN-INDEX)
                 OR TABLE-LOCATION(ITERATOR)
                       NOT = CSV-LOCATION(CSV-SCAN-INDEX)
                 OR TABLE-COST(ITERATOR)
                       NOT = CSV-COST(CSV-SCAN-INDEX)
                 OR TABLE-STATUS(ITERATOR)
                       NOT = CSV-STATUS(CSV-SCAN-INDEX)
                 OR TABLE-START-DATE(ITERATOR)
                       NOT = CSV-START-DATE(CSV-SCAN-INDEX)
                 OR TABLE-TARGET-DATE(ITERATOR)
                       NOT = CSV-TARGET-DATE(CSV-SCAN-INDEX)
                 OR TABLE-PROPERTY(ITERATOR)
                       NOT = CSV-PROPERTY(CSV-SCAN-INDEX)

                   DISPLAY "MISMATCH ON PROJECT "
                       CSV-NUM(CSV-SCAN-INDEX)
                   DISPLAY "  CSV:   " CSV-NICKNAME(CSV-SCAN-INDEX) " "
                       CSV-SIZE(CSV-SCAN-INDEX) " "
                       CSV-LOCATION(CSV-SCAN-INDEX) " "
                       CSV-COST(CSV-SCAN-INDEX) " "
                       CSV-STATUS(CSV-SCAN-INDEX)
                   DISPLAY "  TABLE: " TABLE-NICKNAME(ITERATOR) " "
                       TABLE-SIZE(ITERATOR) " "
                       TABLE-LOCATION(ITERATOR) " "
                       TABLE-COST(ITERATOR) " " TABLE-STATUS(ITERATOR)
                   MOVE "Y" TO RECON-MISMATCH-SW
               END-IF
           END-IF.


       6030-CHECK-UNMATCHED-TABLE-ROW.
           IF TABLE-MATCHED-SW(ITERATOR) = "N"
               DISPLAY "PROJECT " TABLE-NUM(ITERATOR)
                   " IS IN THE PROJECT MASTER BUT NOT IN "
                   "HOUSEWORK2.CSV."
               ADD 1 TO RECON-MISMATCH-COUNT
           END-IF.


       6100-STATEMENT-RECONCILIATION.
           DISPLAY "MATCH DATES WITHIN HOW MANY DAYS (DEFAULT 3)?".
           ACCEPT USER-RECON-DAYS.
           IF USER-RECON-DAYS IS NOT NUMERIC
               MOVE ZEROES TO USER-RECON-DAYS
           END-IF.
           IF USER-RECON-DAYS = ZEROES
               MOVE 3 TO USER-RECON-DAYS
           END-IF.

           PERFORM 6105-LOAD-STATEMENT.

           IF WS-STMT-COUNT = ZEROES
               DISPLAY "NO STATEMENT LINES FOUND - PUT THE BANK OR "
                   "CARD STATEMENT IN HOUSEPROJECTSSTATEMENT.CSV AS "
                   "DATE,PAYEE,AMOUNT."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               MOVE ZEROES TO WS-LEDGER-COUNT
               PERFORM 6130-LOAD-LEDGER-EXPENSES
               PERFORM 6135-LOAD-LEDGER-PAYMENTS

               PERFORM 6140-MATCH-ONE-STATEMENT-LINE
                   VARYING STMT-SCAN-INDEX FROM 1 BY 1
                   UNTIL STMT-SCAN-INDEX > WS-STMT-COUNT

               PERFORM 6150-PRINT-RECONCILIATION
               MOVE WS-STMT-COUNT TO WS-RECORD-COUNT
           END-IF.


       6105-LOAD-STATEMENT.
           MOVE ZEROES TO WS-STMT-COUNT STMT-SKIP-COUNT
               STMT-FIRST-INTEGER STMT-LAST-INTEGER
               STMT-FIRST-DATE STMT-LAST-DATE.

           OPEN INPUT STATEMENTFILE.
           MOVE "Y" TO STATEMENT-OPEN-SW.

           READ STATEMENTFILE
               AT END SET ENDOFFILE17 TO TRUE
           END-READ.

           PERFORM 6110-STORE-STATEMENT-LINE UNTIL ENDOFFILE17.

           CLOSE STATEMENTFILE.
           MOVE "N" TO STATEMENT-OPEN-SW.


       6110-STORE-STATEMENT-LINE.
           IF STMT-DETAILS NOT = SPACES
               MOVE SPACES TO STMT-FIELD-1 STMT-FIELD-2 STMT-FIELD-3
                   STMT-FIELD-4 STMT-FIELD-5
               MOVE ZEROES TO STMT-FIELD-COUNT
               UNSTRING STMT-DETAILS DELIMITED BY ","
                   INTO STMT-FIELD-1 STMT-FIELD-2 STMT-FIELD-3
                        STMT-FIELD-4 STMT-FIELD-5
                   TALLYING IN STMT-FIELD-COUNT
               END-UNSTRING

               MOVE STMT-FIELD-1 TO STMT-RAW-DATE
               MOVE STMT-FIELD-2 TO STMT-RAW-PAYEE
               EVALUATE STMT-FIELD-COUNT
                   WHEN 5
                       MOVE STMT-FIELD-5 TO STMT-RAW-AMOUNT
                   WHEN 4
                       MOVE STMT-FIELD-4 TO STMT-RAW-AMOUNT
                   WHEN OTHER
                       MOVE STMT-FIELD-3 TO STMT-RAW-AMOUNT
               END-EVALUATE

               IF STMT-RAW-DATE(1:1) = QUOTE
                   MOVE STMT-RAW-DATE(2:29) TO STMT-RAW-HOLD
                   MOVE STMT-RAW-HOLD TO STMT-RAW-DATE
               END-IF
               IF STMT-RAW-PAYEE(1:1) = QUOTE
                   MOVE STMT-RAW-PAYEE(2:29) TO STMT-RAW-HOLD
                   MOVE STMT-RAW-HOLD TO STMT-RAW-PAYEE
               END-IF
               INSPECT STMT-RAW-DATE REPLACING ALL QUOTE BY SPACE
               INSPECT STMT-RAW-PAYEE REPLACING ALL QUOTE BY SPACE

               PERFORM 6115-PARSE-STATEMENT-DATE
               PERFORM 6120-PARSE-STATEMENT-AMOUNT

               IF STMT-DATE-OK AND STMT-AMT-HAS-DIGIT
                   IF WS-STMT-COUNT < 500
                       ADD 1 TO WS-STMT-COUNT
                       PERFORM 6125-KEEP-STATEMENT-ROW
                   ELSE
                       ADD 1 TO STMT-SKIP-COUNT
                       DISPLAY "WARNING: MORE THAN 500 STATEMENT "
                           "LINES - SOME LINES WERE NOT MATCHED."
                   END-IF
               ELSE
                   ADD 1 TO STMT-SKIP-COUNT
               END-IF
           END-IF.

           READ STATEMENTFILE
               AT END SET ENDOFFILE17 TO TRUE
           END-READ.


       6115-PARSE-STATEMENT-DATE.
           MOVE "N" TO STMT-DATE-SW.
           MOVE ZEROES TO STMT-PARSED-DATE STMT-PARSED-INTEGER.

           EVALUATE TRUE
               WHEN STMT-RAW-DATE(1:8) IS NUMERIC AND
                   STMT-RAW-DATE(9:1) = SPACE
                   MOVE STMT-RAW-DATE(1:8) TO STMT-PARSED-DATE
               WHEN STMT-RAW-DATE(5:1) = "-" AND
                   STMT-RAW-DATE(8:1) = "-"
                   IF STMT-RAW-DATE(1:4) IS NUMERIC AND
                       STMT-RAW-DATE(6:2) IS NUMERIC AND
                       STMT-RAW-DATE(9:2) IS NUMERIC
                       STRING STMT-RAW-DATE(1:4) STMT-RAW-DATE(6:2)
                           STMT-RAW-DATE(9:2) DELIMITED BY SIZE
                           INTO STMT-PARSED-DATE
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO STMT-MONTH-TEXT STMT-DAY-TEXT
                       STMT-YEAR-TEXT
                   MOVE ZEROES TO STMT-MONTH-LEN STMT-DAY-LEN
                       STMT-YEAR-LEN
                   UNSTRING STMT-RAW-DATE DELIMITED BY "/" OR SPACE
                       INTO STMT-MONTH-TEXT COUNT IN STMT-MONTH-LEN
                            STMT-DAY-TEXT COUNT IN STMT-DAY-LEN
                            STMT-YEAR-TEXT COUNT IN STMT-YEAR-LEN
                   END-UNSTRING
                   IF STMT-MONTH-LEN > 0 AND STMT-MONTH-LEN < 3 AND
                       STMT-DAY-LEN > 0 AND STMT-DAY-LEN < 3 AND
                       (STMT-YEAR-LEN = 2 OR STMT-YEAR-LEN = 4)
                       IF STMT-MONTH-TEXT(1:STMT-MONTH-LEN) IS NUMERIC
                           AND STMT-DAY-TEXT(1:STMT-DAY-LEN) IS NUMERIC
                           AND STMT-YEAR-TEXT(1:STMT-YEAR-LEN)
                               IS NUMERIC
                           MOVE STMT-MONTH-TEXT(1:STMT-MONTH-LEN)
                               TO STMT-MONTH
                           MOVE STMT-DAY-TEXT(1:STMT-DAY-LEN)
                               TO STMT-DAY
                           MOVE STMT-YEAR-TEXT(1:STMT-YEAR-LEN)
                               TO STMT-YEAR
                           IF STMT-YEAR < 100
                               ADD 2000 TO STMT-YEAR
                           END-IF
                           COMPUTE STMT-PARSED-DATE = STMT-YEAR * 10000
                               + STMT-MONTH * 100 + STMT-DAY
                       END-IF
                   END-IF
           END-EVALUATE.

           IF STMT-PARSED-DATE > 19000100 AND
               STMT-PARSED-DATE(5:2) >= "01" AND
               STMT-PARSED-DATE(5:2) <= "12" AND
               STMT-PARSED-DATE(7:2) >= "01" AND
               STMT-PARSED-DATE(7:2) <= "31"
               COMPUTE STMT-PARSED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(STMT-PARSED-DATE)
               IF STMT-PARSED-INTEGER > ZEROES
                   SET STMT-DATE-OK TO TRUE
               END-IF
           END-IF.


       6120-PARSE-STATEMENT-AMOUNT.
           MOVE ZEROES TO STMT-AMT-DOLLARS STMT-AMT-CENTS
               STMT-CENT-DIGITS.
           MOVE "N" TO STMT-AMT-CENT-SW STMT-AMT-DIGIT-SW.

           PERFORM 6121-SCAN-AMOUNT-CHARACTER
               VARYING STMT-AMT-INDEX FROM 1 BY 1
               UNTIL STMT-AMT-INDEX > 30.


       6121-SCAN-AMOUNT-CHARACTER.
           IF STMT-RAW-AMOUNT(STMT-AMT-INDEX:1) IS NUMERIC
               SET STMT-AMT-HAS-DIGIT TO TRUE
               MOVE STMT-RAW-AMOUNT(STMT-AMT-INDEX:1)
                   TO STMT-AMT-DIGIT
               IF STMT-IN-CENTS
                   IF STMT-CENT-DIGITS = 0
                       COMPUTE STMT-AMT-CENTS = STMT-AMT-DIGIT * 10
                   END-IF
                   IF STMT-CENT-DIGITS = 1
                       ADD STMT-AMT-DIGIT TO STMT-AMT-CENTS
                   END-IF
                   ADD 1 TO STMT-CENT-DIGITS
               ELSE
                   COMPUTE STMT-AMT-DOLLARS =
                       STMT-AMT-DOLLARS * 10 + STMT-AMT-DIGIT
               END-IF
           ELSE
               IF STMT-RAW-AMOUNT(STMT-AMT-INDEX:1) = "."
                   SET STMT-IN-CENTS TO TRUE
               END-IF
           END-IF.


       6125-KEEP-STATEMENT-ROW.
           MOVE STMT-PARSED-DATE TO STMT-TBL-DATE(WS-STMT-COUNT).
           MOVE STMT-PARSED-INTEGER
               TO STMT-TBL-INTEGER(WS-STMT-COUNT).
           MOVE STMT-RAW-PAYEE TO STMT-TBL-PAYEE(WS-STMT-COUNT).
           COMPUTE STMT-TBL-EXACT(WS-STMT-COUNT) =
               STMT-AMT-DOLLARS + STMT-AMT-CENTS / 100.
           MOVE STMT-AMT-DOLLARS TO STMT-TBL-WHOLE(WS-STMT-COUNT).
           MOVE STMT-AMT-DOLLARS TO STMT-TBL-ROUNDED(WS-STMT-COUNT).
           IF STMT-AMT-CENTS >= 50
               ADD 1 TO STMT-TBL-ROUNDED(WS-STMT-COUNT)
           END-IF.
           MOVE ZEROES TO STMT-TBL-LEDGER-ROW(WS-STMT-COUNT).

           IF STMT-FIRST-INTEGER = ZEROES OR
               STMT-PARSED-INTEGER < STMT-FIRST-INTEGER
               MOVE STMT-PARSED-INTEGER TO STMT-FIRST-INTEGER
               MOVE STMT-PARSED-DATE TO STMT-FIRST-DATE
           END-IF.
           IF STMT-PARSED-INTEGER > STMT-LAST-INTEGER
               MOVE STMT-PARSED-INTEGER TO STMT-LAST-INTEGER
               MOVE STMT-PARSED-DATE TO STMT-LAST-DATE
           END-IF.


       6130-LOAD-LEDGER-EXPENSES.
           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.

           PERFORM 6131-STORE-LEDGER-EXPENSE UNTIL ENDOFFILE4.

           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.


       6131-STORE-LEDGER-EXPENSE.
           IF EXPENSE-DATE IS NUMERIC AND
               EXPENSE-AMOUNT IS NUMERIC
               MOVE EXPENSE-DATE TO STMT-PARSED-DATE
               COMPUTE STMT-PARSED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(STMT-PARSED-DATE)
               IF STMT-PARSED-INTEGER + USER-RECON-DAYS >=
                   STMT-FIRST-INTEGER AND
                   STMT-PARSED-INTEGER <=
                   STMT-LAST-INTEGER + USER-RECON-DAYS
                   IF WS-LEDGER-COUNT < 500
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE "EXPENSE"
                           TO LEDG-TBL-SOURCE(WS-LEDGER-COUNT)
                       MOVE EXPENSE-PROJECT-NUM
                           TO LEDG-TBL-PROJECT(WS-LEDGER-COUNT)
                       MOVE EXPENSE-PAYEE
                           TO LEDG-TBL-PAYEE(WS-LEDGER-COUNT)
                       MOVE EXPENSE-AMOUNT
                           TO LEDG-TBL-AMOUNT(WS-LEDGER-COUNT)
                       PERFORM 6133-KEEP-LEDGER-DATE
                   ELSE
                       DISPLAY "WARNING: MORE THAN 500 LEDGER "
                           "ENTRIES IN THE STATEMENT PERIOD - SOME "
                           "WERE NOT MATCHED."
                   END-IF
               END-IF
           END-IF.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.


       6133-KEEP-LEDGER-DATE.
           MOVE STMT-PARSED-DATE TO LEDG-TBL-DATE(WS-LEDGER-COUNT).
           MOVE STMT-PARSED-INTEGER
               TO LEDG-TBL-INTEGER(WS-LEDGER-COUNT).
           MOVE "N" TO LEDG-TBL-MATCHED-SW(WS-LEDGER-COUNT).


       6135-LOAD-LEDGER-PAYMENTS.
           PERFORM 8340-LOAD-PAYMENT-TABLE.

           PERFORM 6136-STORE-LEDGER-PAYMENT
               VARYING PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL PAY-SCAN-INDEX > WS-PAYMENT-COUNT.


       6136-STORE-LEDGER-PAYMENT.
           IF PAY-TBL-PAID-FLAG(PAY-SCAN-INDEX) = "Y" AND
               PAY-TBL-PAID-DATE(PAY-SCAN-INDEX) IS NUMERIC AND
               PAY-TBL-AMOUNT(PAY-SCAN-INDEX) IS NUMERIC
               MOVE PAY-TBL-PAID-DATE(PAY-SCAN-INDEX)
                   TO STMT-PARSED-DATE
               COMPUTE STMT-PARSED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(STMT-PARSED-DATE)
               IF STMT-PARSED-INTEGER + USER-RECON-DAYS >=
                   STMT-FIRST-INTEGER AND
                   STMT-PARSED-INTEGER <=
                   STMT-LAST-INTEGER + USER-RECON-DAYS
                   IF WS-LEDGER-COUNT < 500
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE "PAYMENT"
                           TO LEDG-TBL-SOURCE(WS-LEDGER-COUNT)
                       MOVE PAY-TBL-PROJECT(PAY-SCAN-INDEX)
                           TO LEDG-TBL-PROJECT(WS-LEDGER-COUNT)
                       MOVE PAY-TBL-DESC(PAY-SCAN-INDEX)
                           TO LEDG-TBL-PAYEE(WS-LEDGER-COUNT)
                       MOVE PAY-TBL-AMOUNT(PAY-SCAN-INDEX)
                           TO LEDG-TBL-AMOUNT(WS-LEDGER-COUNT)
                       PERFORM 6133-KEEP-LEDGER-DATE
                   ELSE
                       DISPLAY "WARNING: MORE THAN 500 LEDGER "
                           "ENTRIES IN THE STATEMENT PERIOD - SOME "
                           "WERE NOT MATCHED."
                   END-IF
               END-IF
           END-IF.


       6140-MATCH-ONE-STATEMENT-LINE.
           MOVE ZEROES TO LEDG-BEST-ROW.
           MOVE 99999 TO LEDG-BEST-GAP.

           PERFORM 6145-CHECK-LEDGER-CANDIDATE
               VARYING LEDG-SCAN-INDEX FROM 1 BY 1
               UNTIL LEDG-SCAN-INDEX > WS-LEDGER-COUNT.

           IF LEDG-BEST-ROW > ZEROES
               MOVE LEDG-BEST-ROW
                   TO STMT-TBL-LEDGER-ROW(STMT-SCAN-INDEX)
               MOVE "Y" TO LEDG-TBL-MATCHED-SW(LEDG-BEST-ROW)
           END-IF.


       6145-CHECK-LEDGER-CANDIDATE.
           IF LEDG-TBL-MATCHED-SW(LEDG-SCAN-INDEX) = "N" AND
               (LEDG-TBL-AMOUNT(LEDG-SCAN-INDEX) =
                   STMT-TBL-ROUNDED(STMT-SCAN-INDEX) OR
                LEDG-TBL-AMOUNT(LEDG-SCAN-INDEX) =
                   STMT-TBL-WHOLE(STMT-SCAN-INDEX))
               COMPUTE STMT-GAP =
                   STMT-TBL-INTEGER(STMT-SCAN-INDEX) -
                   LEDG-TBL-INTEGER(LEDG-SCAN-INDEX)
               IF STMT-GAP < ZEROES
                   COMPUTE STMT-GAP = ZEROES - STMT-GAP
               END-IF
               IF STMT-GAP <= USER-RECON-DAYS AND
                   STMT-GAP < LEDG-BEST-GAP
                   MOVE STMT-GAP TO LEDG-BEST-GAP
                   MOVE LEDG-SCAN-INDEX TO LEDG-BEST-ROW
               END-IF
           END-IF.


       6150-PRINT-RECONCILIATION.
           MOVE ZEROES TO RECON-MATCHED-COUNT RECON-STMT-ONLY-COUNT
               RECON-LEDG-ONLY-COUNT RECON-MATCHED-TOTAL
               RECON-STMT-ONLY-TOTAL RECON-LEDG-ONLY-TOTAL.

           OPEN OUTPUT RECONREPORT.
           MOVE "Y" TO RECONRPT-OPEN-SW.

           MOVE "=============================================" TO
               RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.
           MOVE SPACES TO RECON-TEXT.
           STRING "STATEMENT RECONCILIATION - STATEMENT PERIOD "
               STMT-FIRST-DATE " TO " STMT-LAST-DATE
               ", DATES MATCHED WITHIN " USER-RECON-DAYS " DAYS"
               DELIMITED BY SIZE INTO RECON-TEXT
           END-STRING.
           PERFORM 6190-WRITE-RECON-LINE.
           MOVE "=============================================" TO
               RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.

           MOVE "MATCHED - STATEMENT CHARGE AND LEDGER ENTRY:"
               TO RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.
           PERFORM 6155-PRINT-MATCHED-LINE
               VARYING STMT-SCAN-INDEX FROM 1 BY 1
               UNTIL STMT-SCAN-INDEX > WS-STMT-COUNT.
           IF RECON-MATCHED-COUNT = ZEROES
               MOVE "  NONE." TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.

           MOVE "ON THE STATEMENT BUT NOT IN THE LEDGER:"
               TO RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.
           PERFORM 6160-PRINT-STATEMENT-ONLY
               VARYING STMT-SCAN-INDEX FROM 1 BY 1
               UNTIL STMT-SCAN-INDEX > WS-STMT-COUNT.
           IF RECON-STMT-ONLY-COUNT = ZEROES
               MOVE "  NONE." TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.

           MOVE "IN THE LEDGER BUT NOT ON THE STATEMENT:"
               TO RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.
           PERFORM 6165-PRINT-LEDGER-ONLY
               VARYING LEDG-SCAN-INDEX FROM 1 BY 1
               UNTIL LEDG-SCAN-INDEX > WS-LEDGER-COUNT.
           IF RECON-LEDG-ONLY-COUNT = ZEROES
               MOVE "  NONE." TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.

           MOVE "=============================================" TO
               RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.
           MOVE RECON-MATCHED-TOTAL TO RECON-DISPLAY-EXACT.
           MOVE SPACES TO RECON-TEXT.
           STRING "MATCHED:        " RECON-MATCHED-COUNT
               " LINE(S)  $" RECON-DISPLAY-EXACT
               DELIMITED BY SIZE INTO RECON-TEXT
           END-STRING.
           PERFORM 6190-WRITE-RECON-LINE.
           MOVE RECON-STMT-ONLY-TOTAL TO RECON-DISPLAY-EXACT.
           MOVE SPACES TO RECON-TEXT.
           STRING "STATEMENT ONLY: " RECON-STMT-ONLY-COUNT
               " LINE(S)  $" RECON-DISPLAY-EXACT
               DELIMITED BY SIZE INTO RECON-TEXT
           END-STRING.
           PERFORM 6190-WRITE-RECON-LINE.
           MOVE RECON-LEDG-ONLY-TOTAL TO RECON-DISPLAY-EXACT.
           MOVE SPACES TO RECON-TEXT.
           STRING "LEDGER ONLY:    " RECON-LEDG-ONLY-COUNT
               " LINE(S)  $" RECON-DISPLAY-EXACT
               DELIMITED BY SIZE INTO RECON-TEXT
           END-STRING.
           PERFORM 6190-WRITE-RECON-LINE.
           IF STMT-SKIP-COUNT > ZEROES
               MOVE SPACES TO RECON-TEXT
               STRING "STATEMENT LINES SKIPPED (HEADINGS OR "
                   "UNREADABLE DATE/AMOUNT): " STMT-SKIP-COUNT
                   DELIMITED BY SIZE INTO RECON-TEXT
               END-STRING
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.
           MOVE "=============================================" TO
               RECON-TEXT.
           PERFORM 6190-WRITE-RECON-LINE.

           CLOSE RECONREPORT.
           MOVE "N" TO RECONRPT-OPEN-SW.

           DISPLAY "REPORT WRITTEN TO HOUSEPROJECTSRECON.TXT.".


       6155-PRINT-MATCHED-LINE.
           IF STMT-TBL-LEDGER-ROW(STMT-SCAN-INDEX) > ZEROES
               ADD 1 TO RECON-MATCHED-COUNT
               ADD STMT-TBL-EXACT(STMT-SCAN-INDEX)
                   TO RECON-MATCHED-TOTAL
               PERFORM 6170-SET-STATEMENT-DETAIL
               MOVE STMT-TBL-LEDGER-ROW(STMT-SCAN-INDEX)
                   TO LEDG-SCAN-INDEX
               PERFORM 6175-SET-LEDGER-DETAIL
               MOVE WS-RECON-DETAIL TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.


       6160-PRINT-STATEMENT-ONLY.
           IF STMT-TBL-LEDGER-ROW(STMT-SCAN-INDEX) = ZEROES
               ADD 1 TO RECON-STMT-ONLY-COUNT
               ADD STMT-TBL-EXACT(STMT-SCAN-INDEX)
                   TO RECON-STMT-ONLY-TOTAL
               PERFORM 6170-SET-STATEMENT-DETAIL
               MOVE SPACES TO RD-LEDG-SOURCE RD-LEDG-PROJECT
                   RD-LEDG-DATE RD-LEDG-PAYEE
               MOVE ZEROES TO RD-LEDG-AMOUNT
               MOVE WS-RECON-DETAIL TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.


       6165-PRINT-LEDGER-ONLY.
           IF LEDG-TBL-MATCHED-SW(LEDG-SCAN-INDEX) = "N"
               ADD 1 TO RECON-LEDG-ONLY-COUNT
               ADD LEDG-TBL-AMOUNT(LEDG-SCAN-INDEX)
                   TO RECON-LEDG-ONLY-TOTAL
               MOVE SPACES TO RD-STMT-DATE RD-STMT-PAYEE
               MOVE ZEROES TO RD-STMT-AMOUNT
               PERFORM 6175-SET-LEDGER-DETAIL
               MOVE WS-RECON-DETAIL TO RECON-TEXT
               PERFORM 6190-WRITE-RECON-LINE
           END-IF.


       6170-SET-STATEMENT-DETAIL.
           MOVE STMT-TBL-DATE(STMT-SCAN-INDEX) TO RD-STMT-DATE.
           MOVE STMT-TBL-PAYEE(STMT-SCAN-INDEX) TO RD-STMT-PAYEE.
           MOVE STMT-TBL-EXACT(STMT-SCAN-INDEX) TO RD-STMT-AMOUNT.


       6175-SET-LEDGER-DETAIL.
           MOVE LEDG-TBL-SOURCE(LEDG-SCAN-INDEX) TO RD-LEDG-SOURCE.
           MOVE LEDG-TBL-PROJECT(LEDG-SCAN-INDEX) TO RD-LEDG-PROJECT.
           MOVE LEDG-TBL-DATE(LEDG-SCAN-INDEX) TO RD-LEDG-DATE.
           MOVE LEDG-TBL-PAYEE(LEDG-SCAN-INDEX) TO RD-LEDG-PAYEE.
           MOVE LEDG-TBL-AMOUNT(LEDG-SCAN-INDEX) TO RD-LEDG-AMOUNT.


       6190-WRITE-RECON-LINE.
           DISPLAY RECON-TEXT.
           WRITE RECONLINE FROM RECON-TEXT.


       6300-WARRANTY-REGISTER.
           DISPLAY "SEE (E)XPIRING WARRANTIES, (L)OOK UP BY "
               "LOCATION, OR (A)DD WARRANTIES FOR A PROJECT?".
           ACCEPT USER-WARR-ACTION.

           EVALUATE USER-WARR-ACTION
               WHEN "E"
                   PERFORM 6350-EXPIRING-WARRANTIES
               WHEN "L"
                   PERFORM 6360-WARRANTY-BY-LOCATION
               WHEN "A"
                   PERFORM 6305-ADD-PROJECT-WARRANTIES
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE."
                   MOVE ZEROES TO WS-RECORD-COUNT
           END-EVALUATE.


       6305-ADD-PROJECT-WARRANTIES.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           DISPLAY "ENTER THE PROJECT NUMBER".
           ACCEPT WARR-CAP-PROJECT.
           MOVE WARR-CAP-PROJECT TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.

           IF NOT PROJ-ROW-FOUND
               DISPLAY "NO ACTIVE PROJECT WITH THAT NUMBER."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               MOVE TABLE-NICKNAME(PROJ-ROW-INDEX) TO WARR-CAP-NICKNAME
               MOVE TABLE-LOCATION(PROJ-ROW-INDEX) TO WARR-CAP-LOCATION
               MOVE TABLE-PROPERTY(PROJ-ROW-INDEX) TO WARR-CAP-PROPERTY
               PERFORM 6310-CAPTURE-WARRANTIES
               MOVE WARR-ADDED-COUNT TO WS-RECORD-COUNT
           END-IF.


       6310-CAPTURE-WARRANTIES.
           PERFORM 7410-LOAD-BID-TABLE.
           PERFORM 8140-LOAD-CM-TABLE.
           PERFORM 7840-LOAD-MATERIAL-TABLE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WARR-ADDED-COUNT.

           OPEN EXTEND WARRANTYFILE.
           MOVE "Y" TO WARRANTY-OPEN-SW.

           MOVE "N" TO WARR-BID-SW.
           PERFORM 6315-FIND-WARRANTY-BID
               VARYING BID-SCAN-INDEX FROM 1 BY 1
               UNTIL BID-SCAN-INDEX > WS-BID-COUNT
                   OR WARR-BID-FOUND.

           IF WARR-BID-FOUND
               DISPLAY "WORKMANSHIP WARRANTY FROM "
                   BID-COMPANY(WARR-BID-INDEX)
               DISPLAY "HOW MANY MONTHS (3 DIGITS, ZERO-PADDED, "
                   "000 FOR NONE)?"
               ACCEPT USER-WARR-MONTHS
               PERFORM 6335-VALIDATE-WARR-MONTHS
               IF USER-WARR-MONTHS NOT = "000"
                   MOVE "W" TO WARRANTY-TYPE
                   MOVE "WORKMANSHIP" TO WARRANTY-ITEM
                   MOVE BID-COMPANY(WARR-BID-INDEX)
                       TO WARRANTY-COMPANY
                   MOVE BID-PHONE(WARR-BID-INDEX) TO WARRANTY-PHONE
                   MOVE BID-MASTER-ID(WARR-BID-INDEX)
                       TO WARRANTY-CM-ID
                   MOVE BID-MASTER-ID(WARR-BID-INDEX) TO CM-LOOKUP-ID
                   PERFORM 8143-FIND-CM-BY-ID
                   IF CM-FOUND
                       MOVE CM-TBL-PHONE(CM-FOUND-INDEX)
                           TO WARRANTY-PHONE
                   END-IF
                   PERFORM 6330-WRITE-WARRANTY
               END-IF
           ELSE
               DISPLAY "NO AWARDED BID ON FILE - NO WORKMANSHIP "
                   "WARRANTY RECORDED."
           END-IF.

           PERFORM 6320-ASK-MATERIAL-WARRANTY
               VARYING MAT-SCAN-INDEX FROM 1 BY 1
               UNTIL MAT-SCAN-INDEX > WS-MATERIAL-COUNT.

           CLOSE WARRANTYFILE.
           MOVE "N" TO WARRANTY-OPEN-SW.

           DISPLAY WARR-ADDED-COUNT " WARRANTY RECORD(S) SAVED FOR "
               "PROJECT " WARR-CAP-PROJECT ".".


       6315-FIND-WARRANTY-BID.
           IF BID-PROJECT-NUM(BID-SCAN-INDEX) = WARR-CAP-PROJECT AND
               BID-AWARD-FLAG(BID-SCAN-INDEX) = "Y"
               SET WARR-BID-FOUND TO TRUE
               MOVE BID-SCAN-INDEX TO WARR-BID-INDEX
           END-IF.


       6320-ASK-MATERIAL-WARRANTY.
           IF MAT-PROJECT-NUM(MAT-SCAN-INDEX) = WARR-CAP-PROJECT
               DISPLAY "PRODUCT WARRANTY ON "
                   MAT-ITEM(MAT-SCAN-INDEX)
                   " - HOW MANY MONTHS (000 FOR NONE)?"
               ACCEPT USER-WARR-MONTHS
               PERFORM 6335-VALIDATE-WARR-MONTHS
               IF USER-WARR-MONTHS NOT = "000"
                   DISPLAY "WHO DO YOU CALL ABOUT IT (MAKER OR STORE)?"
                   ACCEPT USER-WARR-COMPANY
                   DISPLAY "THEIR PHONE NUMBER"
                   ACCEPT USER-WARR-PHONE
                   MOVE "P" TO WARRANTY-TYPE
                   MOVE MAT-ITEM(MAT-SCAN-INDEX) TO WARRANTY-ITEM
                   MOVE USER-WARR-COMPANY TO WARRANTY-COMPANY
                   MOVE USER-WARR-PHONE TO WARRANTY-PHONE
                   MOVE SPACES TO WARRANTY-CM-ID
                   PERFORM 6330-WRITE-WARRANTY
               END-IF
           END-IF.


       6330-WRITE-WARRANTY.
           MOVE WARR-CAP-PROJECT TO WARRANTY-PROJECT-NUM.
           MOVE WARR-CAP-NICKNAME TO WARRANTY-NICKNAME.
           MOVE WARR-CAP-LOCATION TO WARRANTY-LOCATION.
           MOVE WARR-CAP-PROPERTY TO WARRANTY-PROPERTY.
           MOVE WS-CURRENT-DATE TO WARRANTY-START-DATE.

           MOVE WS-CURRENT-DATE TO RECUR-BASE-DATE.
           MOVE USER-WARR-MONTHS TO RECUR-ADD-MONTHS.
           PERFORM 8480-ADD-MONTHS-TO-DATE.
           MOVE RECUR-NEXT-DATE TO WARRANTY-END-DATE.

           WRITE WARRANTYDETAILS.
           ADD 1 TO WARR-ADDED-COUNT.


       6335-VALIDATE-WARR-MONTHS.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6336-CHECK-WARR-MONTHS UNTIL FIELD-VALID.


       6336-CHECK-WARR-MONTHS.
           IF USER-WARR-MONTHS IS NUMERIC
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "MONTHS MUST BE 3 DIGITS, ZERO-PADDED - "
                   "TRY AGAIN"
               ACCEPT USER-WARR-MONTHS
           END-IF.


       6350-EXPIRING-WARRANTIES.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

           DISPLAY "=============================================".
           DISPLAY "WARRANTIES EXPIRING IN THE NEXT 90 DAYS AS OF "
               WS-CURRENT-DATE.

           MOVE ZEROES TO WS-RECORD-COUNT.
           MOVE "E" TO WARR-REPORT-MODE.
           PERFORM 6370-SCAN-WARRANTY-FILE.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "  NO WARRANTIES EXPIRE IN THE NEXT 90 DAYS."
           END-IF.
           DISPLAY "=============================================".


       6360-WARRANTY-BY-LOCATION.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           DISPLAY "ENTER THE LOCATION TO LOOK UP (E.G. BATHROOM)".
           ACCEPT USER-WARR-LOCATION.

           PERFORM VARYING WARR-KEY-LEN FROM 15 BY -1
               UNTIL USER-WARR-LOCATION(WARR-KEY-LEN:1) NOT = SPACE
                   OR WARR-KEY-LEN = 1
           END-PERFORM.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

           DISPLAY "=============================================".
           DISPLAY "ACTIVE WARRANTIES FOR LOCATIONS MATCHING "
               USER-WARR-LOCATION.

           MOVE ZEROES TO WS-RECORD-COUNT.
           MOVE "L" TO WARR-REPORT-MODE.
           PERFORM 6370-SCAN-WARRANTY-FILE.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "  NO ACTIVE WARRANTIES FOUND FOR THAT "
                   "LOCATION."
           END-IF.
           DISPLAY "=============================================".


       6370-SCAN-WARRANTY-FILE.
           OPEN INPUT WARRANTYFILE.
           MOVE "Y" TO WARRANTY-OPEN-SW.

           READ WARRANTYFILE
               AT END SET ENDOFFILE19 TO TRUE
           END-READ.

           PERFORM 6375-CHECK-ONE-WARRANTY UNTIL ENDOFFILE19.

           CLOSE WARRANTYFILE.
           MOVE "N" TO WARRANTY-OPEN-SW.


       6375-CHECK-ONE-WARRANTY.
           IF WARRANTY-END-DATE IS NUMERIC AND
               WARRANTY-END-DATE > ZEROES
               COMPUTE WARR-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WARRANTY-END-DATE)
               COMPUTE WARR-DAYS-LEFT =
                   WARR-END-INTEGER - WS-TODAY-INTEGER
               IF WARR-DAYS-LEFT >= ZEROES
                   IF WARR-REPORT-MODE = "E"
                       IF WARR-DAYS-LEFT <= 90
                           PERFORM 6380-SHOW-WARRANTY
                       END-IF
                   ELSE
                       MOVE ZEROES TO WARR-HIT-COUNT
                       INSPECT WARRANTY-LOCATION TALLYING
                           WARR-HIT-COUNT FOR ALL
                           USER-WARR-LOCATION(1:WARR-KEY-LEN)
                       IF WARR-HIT-COUNT > ZEROES
                           PERFORM 6380-SHOW-WARRANTY
                       END-IF
                   END-IF
               END-IF
           END-IF.

           READ WARRANTYFILE
               AT END SET ENDOFFILE19 TO TRUE
           END-READ.


       6380-SHOW-WARRANTY.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE WARRANTY-PROJECT-NUM TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND
               MOVE SPACES TO WARR-ARCHIVE-MARK
           ELSE
               MOVE "(ARCHIVED)" TO WARR-ARCHIVE-MARK
           END-IF.

           IF WARRANTY-TYPE = "W"
               MOVE "WORKMANSHIP" TO WARR-TYPE-LABEL
           ELSE
               MOVE "PRODUCT" TO WARR-TYPE-LABEL
           END-IF.

           MOVE WARR-DAYS-LEFT TO WS-DISPLAY-DAYS.
           DISPLAY "  " WARRANTY-LOCATION " " WARRANTY-ITEM " "
               WARR-TYPE-LABEL " ENDS " WARRANTY-END-DATE
               " (" WS-DISPLAY-DAYS " DAYS)".
           DISPLAY "      PROJECT " WARRANTY-PROJECT-NUM " "
               WARRANTY-NICKNAME " PROPERTY " WARRANTY-PROPERTY
               " " WARR-ARCHIVE-MARK.
           IF WARRANTY-CM-ID NOT = SPACES
               DISPLAY "      CALL " WARRANTY-COMPANY " "
                   WARRANTY-PHONE " (CONTRACTOR " WARRANTY-CM-ID ")"
           ELSE
               DISPLAY "      CALL " WARRANTY-COMPANY " "
                   WARRANTY-PHONE
           END-IF.


       6500-PERMIT-TRACKING.
           DISPLAY "(A)DD A PERMIT, (S)CHEDULE AN INSPECTION, "
               "(R)ECORD AN INSPECTION RESULT,".
           DISPLAY "OR SEE THE (O)PEN PERMIT REPORT?".
           ACCEPT USER-PMT-ACTION.

           EVALUATE USER-PMT-ACTION
               WHEN "A"
                   PERFORM 6505-ADD-PERMIT
               WHEN "S"
                   PERFORM 6510-SCHEDULE-INSPECTION
               WHEN "R"
                   PERFORM 6515-RECORD-INSPECTION-RESULT
               WHEN "O"
                   PERFORM 6520-PERMIT-REPORT
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE."
                   MOVE ZEROES TO WS-RECORD-COUNT
           END-EVALUATE.


       6505-ADD-PERMIT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           DISPLAY "ENTER THE PROJECT NUMBER THAT NEEDS THE PERMIT".
           ACCEPT USER-PMT-PROJECT.
           MOVE USER-PMT-PROJECT TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.

           IF NOT PROJ-ROW-FOUND
               DISPLAY "NO ACTIVE PROJECT WITH THAT NUMBER."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "PERMIT FOR " TABLE-NICKNAME(PROJ-ROW-INDEX)
               DISPLAY "ENTER THE PERMIT NUMBER"
               ACCEPT USER-PMT-NUMBER
               IF USER-PMT-NUMBER = SPACES
                   DISPLAY "PERMIT NUMBER CANNOT BE BLANK - "
                       "NOTHING SAVED."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   DISPLAY "ENTER THE ISSUING OFFICE"
                   ACCEPT USER-PMT-OFFICE
                   DISPLAY "ENTER THE PERMIT EXPIRY DATE (YYYYMMDD)"
                   ACCEPT USER-PMT-EXPIRY
                   PERFORM 6590-VALIDATE-PMT-EXPIRY

                   OPEN EXTEND PERMITFILE
                   MOVE "Y" TO PERMITFILE-OPEN-SW
                   MOVE USER-PMT-PROJECT TO PERMIT-PROJECT-NUM
                   MOVE USER-PMT-NUMBER TO PERMIT-NUMBER
                   MOVE USER-PMT-OFFICE TO PERMIT-OFFICE
                   MOVE USER-PMT-EXPIRY TO PERMIT-EXPIRY-DATE
                   WRITE PERMITDETAILS
                   CLOSE PERMITFILE
                   MOVE "N" TO PERMITFILE-OPEN-SW

                   DISPLAY "PERMIT SAVED - THE LATEST ENTRY FOR A "
                       "PERMIT NUMBER IS THE ONE USED."
                   DISPLAY "THE PROJECT CANNOT BE CLOSED UNTIL A "
                       "FINAL INSPECTION IS RECORDED AS PASSED."
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       6510-SCHEDULE-INSPECTION.
           PERFORM 6530-PICK-PROJECT-PERMIT.

           IF NOT PERMIT-FOUND
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "ENTER THE INSPECTION STAGE (E.G. FOOTING, "
                   "FRAMING, ROUGH ELECTRIC, FINAL)"
               ACCEPT USER-INSP-STAGE
               IF USER-INSP-STAGE = SPACES
                   DISPLAY "STAGE CANNOT BE BLANK - NOTHING SAVED."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   DISPLAY "IS THIS THE FINAL INSPECTION (Y/N)?"
                   ACCEPT USER-INSP-FINAL
                   IF USER-INSP-FINAL NOT = "Y"
                       MOVE "N" TO USER-INSP-FINAL
                   END-IF
                   DISPLAY "ENTER THE SCHEDULED DATE (YYYYMMDD)"
                   ACCEPT USER-INSP-DATE
                   PERFORM 6592-VALIDATE-INSP-DATE

                   MOVE USER-INSP-DATE TO INSPECT-SCHED-DATE
                   MOVE SPACE TO INSPECT-RESULT
                   MOVE "00000000" TO INSPECT-RESULT-DATE
                   PERFORM 6538-APPEND-INSPECTION

                   DISPLAY "INSPECTION SCHEDULED."
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       6515-RECORD-INSPECTION-RESULT.
           PERFORM 6530-PICK-PROJECT-PERMIT.

           IF NOT PERMIT-FOUND
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "ENTER THE INSPECTION STAGE"
               ACCEPT USER-INSP-STAGE
               MOVE "N" TO INSP-FOUND-SW
               PERFORM 6535-FIND-INSP-STAGE
                   VARYING INSP-SCAN-INDEX FROM 1 BY 1
                   UNTIL INSP-SCAN-INDEX > WS-INSP-COUNT
                       OR INSP-FOUND

               IF NOT INSP-FOUND
                   DISPLAY "NO INSPECTION SCHEDULED FOR THAT STAGE - "
                       "SCHEDULE IT FIRST."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   DISPLAY "ENTER THE RESULT (P = PASSED, "
                       "F = FAILED)"
                   ACCEPT USER-INSP-RESULT
                   PERFORM 6594-VALIDATE-INSP-RESULT
                   DISPLAY "ENTER THE RESULT DATE (YYYYMMDD)"
                   ACCEPT USER-INSP-DATE
                   PERFORM 6592-VALIDATE-INSP-DATE

                   MOVE INS-TBL-FINAL(INSP-FOUND-INDEX)
                       TO USER-INSP-FINAL
                   MOVE INS-TBL-SCHED(INSP-FOUND-INDEX)
                       TO INSPECT-SCHED-DATE
                   MOVE USER-INSP-RESULT TO INSPECT-RESULT
                   MOVE USER-INSP-DATE TO INSPECT-RESULT-DATE
                   PERFORM 6538-APPEND-INSPECTION

                   IF USER-INSP-RESULT = "P" AND USER-INSP-FINAL = "Y"
                       DISPLAY "FINAL INSPECTION PASSED - PERMIT "
                           USER-PMT-NUMBER " IS CLOSED."
                   END-IF
                   IF USER-INSP-RESULT = "F"
                       DISPLAY "INSPECTION FAILED - SCHEDULE THE "
                           "RE-INSPECTION WITH OPTION S WHEN IT IS "
                           "BOOKED."
                   END-IF
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       6520-PERMIT-REPORT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 6540-LOAD-PERMIT-TABLE.
           PERFORM 6545-LOAD-INSP-TABLE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

           MOVE ZEROES TO PMT-OPEN-COUNT PMT-FAIL-TOTAL PMT-NEAR-COUNT.

           DISPLAY "=============================================".
           DISPLAY "PERMITS AND INSPECTIONS AS OF " WS-CURRENT-DATE.

           DISPLAY "OPEN PERMITS (FINAL INSPECTION NOT YET PASSED):".
           PERFORM 6521-REPORT-OPEN-PERMIT
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT.
           IF PMT-OPEN-COUNT = ZEROES
               DISPLAY "  NONE."
           END-IF.

           DISPLAY "FAILED INSPECTIONS AWAITING RE-INSPECTION:".
           PERFORM 6523-REPORT-FAILED-INSPECTION
               VARYING INSP-SCAN-INDEX FROM 1 BY 1
               UNTIL INSP-SCAN-INDEX > WS-INSP-COUNT.
           IF PMT-FAIL-TOTAL = ZEROES
               DISPLAY "  NONE."
           END-IF.

           DISPLAY "OPEN PERMITS EXPIRED OR EXPIRING WITHIN "
               "30 DAYS:".
           PERFORM 6525-REPORT-NEAR-EXPIRY
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT.
           IF PMT-NEAR-COUNT = ZEROES
               DISPLAY "  NONE."
           END-IF.
           DISPLAY "=============================================".

           MOVE PMT-OPEN-COUNT TO WS-RECORD-COUNT.


       6521-REPORT-OPEN-PERMIT.
           MOVE PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND
               PERFORM 6550-EVALUATE-PERMIT
               IF NOT PERMIT-FINAL-PASSED
                   ADD 1 TO PMT-OPEN-COUNT
                   DISPLAY "  PROJECT "
                       PMT-TBL-PROJECT(PERMIT-SCAN-INDEX)
                       " " TABLE-NICKNAME(PROJ-ROW-INDEX)
                       " PERMIT " PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
                   DISPLAY "      " PMT-TBL-OFFICE(PERMIT-SCAN-INDEX)
                       " EXPIRES " PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX)
                       " - " PMT-INSP-COUNT " INSPECTION(S), "
                       PMT-FAILED-COUNT " FAILED"
               END-IF
           END-IF.


       6523-REPORT-FAILED-INSPECTION.
           IF INS-TBL-RESULT(INSP-SCAN-INDEX) = "F"
               MOVE INS-TBL-PROJECT(INSP-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   ADD 1 TO PMT-FAIL-TOTAL
                   DISPLAY "  PROJECT " INS-TBL-PROJECT(INSP-SCAN-INDEX)
                       " " TABLE-NICKNAME(PROJ-ROW-INDEX)
                       " PERMIT " INS-TBL-PERMIT(INSP-SCAN-INDEX)
                   DISPLAY "      " INS-TBL-STAGE(INSP-SCAN-INDEX)
                       " FAILED ON "
                       INS-TBL-RESULT-DATE(INSP-SCAN-INDEX)
               END-IF
           END-IF.


       6525-REPORT-NEAR-EXPIRY.
           MOVE PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND AND
               PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX) IS NUMERIC AND
               PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX) > "00000000"
               PERFORM 6550-EVALUATE-PERMIT
               COMPUTE PMT-EXPIRY-INTEGER = FUNCTION INTEGER-OF-DATE
                   (PMT-TBL-EXPIRY-NUM(PERMIT-SCAN-INDEX))
               COMPUTE PMT-DAYS-LEFT =
                   PMT-EXPIRY-INTEGER - WS-TODAY-INTEGER
               IF NOT PERMIT-FINAL-PASSED AND PMT-DAYS-LEFT <= 30
                   ADD 1 TO PMT-NEAR-COUNT
                   IF PMT-DAYS-LEFT < ZEROES
                       DISPLAY "  ** EXPIRED ** PERMIT "
                           PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
                           " " TABLE-NICKNAME(PROJ-ROW-INDEX)
                           " ON " PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX)
                   ELSE
                       MOVE PMT-DAYS-LEFT TO WS-DISPLAY-DAYS
                       DISPLAY "  PERMIT "
                           PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
                           " " TABLE-NICKNAME(PROJ-ROW-INDEX)
                           " EXPIRES " PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX)
                           " (" WS-DISPLAY-DAYS " DAYS)"
                   END-IF
               END-IF
           END-IF.


       6530-PICK-PROJECT-PERMIT.
           PERFORM 6540-LOAD-PERMIT-TABLE.
           PERFORM 6545-LOAD-INSP-TABLE.
           MOVE "N" TO PERMIT-FOUND-SW.

           DISPLAY "ENTER THE PROJECT NUMBER".
           ACCEPT USER-PMT-PROJECT.
           DISPLAY "ENTER THE PERMIT NUMBER".
           ACCEPT USER-PMT-NUMBER.

           PERFORM 6531-MATCH-PROJECT-PERMIT
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT
                   OR PERMIT-FOUND.

           IF NOT PERMIT-FOUND
               DISPLAY "NO PERMIT " USER-PMT-NUMBER " ON FILE FOR "
                   "PROJECT " USER-PMT-PROJECT "."
           END-IF.


       6531-MATCH-PROJECT-PERMIT.
           IF PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) = USER-PMT-PROJECT AND
               PMT-TBL-NUMBER(PERMIT-SCAN-INDEX) = USER-PMT-NUMBER
               SET PERMIT-FOUND TO TRUE
               MOVE PERMIT-SCAN-INDEX TO PERMIT-FOUND-INDEX
           END-IF.


       6535-FIND-INSP-STAGE.
           IF INS-TBL-PROJECT(INSP-SCAN-INDEX) = USER-PMT-PROJECT AND
               INS-TBL-PERMIT(INSP-SCAN-INDEX) = USER-PMT-NUMBER AND
               INS-TBL-STAGE(INSP-SCAN-INDEX) = USER-INSP-STAGE
               SET INSP-FOUND TO TRUE
               MOVE INSP-SCAN-INDEX TO INSP-FOUND-INDEX
           END-IF.


       6538-APPEND-INSPECTION.
           OPEN EXTEND INSPECTFILE.
           MOVE "Y" TO INSPECTFILE-OPEN-SW.

           MOVE USER-PMT-PROJECT TO INSPECT-PROJECT-NUM.
           MOVE USER-PMT-NUMBER TO INSPECT-PERMIT-NUMBER.
           MOVE USER-INSP-STAGE TO INSPECT-STAGE.
           MOVE USER-INSP-FINAL TO INSPECT-FINAL-FLAG.
           WRITE INSPECTDETAILS.

           CLOSE INSPECTFILE.
           MOVE "N" TO INSPECTFILE-OPEN-SW.


       6540-LOAD-PERMIT-TABLE.
           OPEN INPUT PERMITFILE.
           MOVE "Y" TO PERMITFILE-OPEN-SW.

           MOVE ZEROES TO WS-PERMIT-COUNT.

           READ PERMITFILE
               AT END SET ENDOFFILE20 TO TRUE
           END-READ.

           PERFORM 6541-STORE-PERMIT-ROW UNTIL ENDOFFILE20.

           CLOSE PERMITFILE.
           MOVE "N" TO PERMITFILE-OPEN-SW.


       6541-STORE-PERMIT-ROW.
           MOVE "N" TO PERMIT-FOUND-SW.
           PERFORM 6542-UPDATE-PERMIT-ROW
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT
                   OR PERMIT-FOUND.

           IF NOT PERMIT-FOUND
               IF WS-PERMIT-COUNT < 100
                   ADD 1 TO WS-PERMIT-COUNT
                   MOVE PERMIT-PROJECT-NUM
                       TO PMT-TBL-PROJECT(WS-PERMIT-COUNT)
                   MOVE PERMIT-NUMBER
                       TO PMT-TBL-NUMBER(WS-PERMIT-COUNT)
                   MOVE PERMIT-OFFICE
                       TO PMT-TBL-OFFICE(WS-PERMIT-COUNT)
                   MOVE PERMIT-EXPIRY-DATE
                       TO PMT-TBL-EXPIRY(WS-PERMIT-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 100 PERMITS ON FILE - "
                       "SOME PERMITS WERE NOT LOADED."
               END-IF
           END-IF.

           READ PERMITFILE
               AT END SET ENDOFFILE20 TO TRUE
           END-READ.


       6542-UPDATE-PERMIT-ROW.
           IF PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) = PERMIT-PROJECT-NUM
               AND PMT-TBL-NUMBER(PERMIT-SCAN-INDEX) = PERMIT-NUMBER
               SET PERMIT-FOUND TO TRUE
               MOVE PERMIT-OFFICE TO PMT-TBL-OFFICE(PERMIT-SCAN-INDEX)
               MOVE PERMIT-EXPIRY-DATE
                   TO PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX)
           END-IF.


       6545-LOAD-INSP-TABLE.
           OPEN INPUT INSPECTFILE.
           MOVE "Y" TO INSPECTFILE-OPEN-SW.

           MOVE ZEROES TO WS-INSP-COUNT.

           READ INSPECTFILE
               AT END SET ENDOFFILE21 TO TRUE
           END-READ.

           PERFORM 6546-STORE-INSP-ROW UNTIL ENDOFFILE21.

           CLOSE INSPECTFILE.
           MOVE "N" TO INSPECTFILE-OPEN-SW.


       6546-STORE-INSP-ROW.
           MOVE "N" TO INSP-FOUND-SW.
           PERFORM 6547-UPDATE-INSP-ROW
               VARYING INSP-SCAN-INDEX FROM 1 BY 1
               UNTIL INSP-SCAN-INDEX > WS-INSP-COUNT
                   OR INSP-FOUND.

           IF NOT INSP-FOUND
               IF WS-INSP-COUNT < 300
                   ADD 1 TO WS-INSP-COUNT
                   MOVE WS-INSP-COUNT TO INSP-FOUND-INDEX
                   MOVE INSPECT-PROJECT-NUM
                       TO INS-TBL-PROJECT(INSP-FOUND-INDEX)
                   MOVE INSPECT-PERMIT-NUMBER
                       TO INS-TBL-PERMIT(INSP-FOUND-INDEX)
                   MOVE INSPECT-STAGE TO INS-TBL-STAGE(INSP-FOUND-INDEX)
                   SET INSP-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: MORE THAN 300 INSPECTIONS ON "
                       "FILE - SOME INSPECTIONS WERE NOT LOADED."
               END-IF
           END-IF.

           IF INSP-FOUND
               MOVE INSPECT-FINAL-FLAG
                   TO INS-TBL-FINAL(INSP-FOUND-INDEX)
               MOVE INSPECT-SCHED-DATE
                   TO INS-TBL-SCHED(INSP-FOUND-INDEX)
               MOVE INSPECT-RESULT TO INS-TBL-RESULT(INSP-FOUND-INDEX)
               MOVE INSPECT-RESULT-DATE
                   TO INS-TBL-RESULT-DATE(INSP-FOUND-INDEX)
           END-IF.

           READ INSPECTFILE
               AT END SET ENDOFFILE21 TO TRUE
           END-READ.


       6547-UPDATE-INSP-ROW.
           IF INS-TBL-PROJECT(INSP-SCAN-INDEX) = INSPECT-PROJECT-NUM
               AND INS-TBL-PERMIT(INSP-SCAN-INDEX) =
                   INSPECT-PERMIT-NUMBER
               AND INS-TBL-STAGE(INSP-SCAN-INDEX) = INSPECT-STAGE
               SET INSP-FOUND TO TRUE
               MOVE INSP-SCAN-INDEX TO INSP-FOUND-INDEX
           END-IF.


       6550-EVALUATE-PERMIT.
           MOVE "N" TO PMT-FINAL-SW.
           MOVE ZEROES TO PMT-INSP-COUNT PMT-FAILED-COUNT.

           PERFORM 6551-CHECK-PERMIT-INSPECTION
               VARYING INSP-SCAN-INDEX FROM 1 BY 1
               UNTIL INSP-SCAN-INDEX > WS-INSP-COUNT.


       6551-CHECK-PERMIT-INSPECTION.
           IF INS-TBL-PROJECT(INSP-SCAN-INDEX) =
               PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) AND
               INS-TBL-PERMIT(INSP-SCAN-INDEX) =
               PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
               ADD 1 TO PMT-INSP-COUNT
               IF INS-TBL-RESULT(INSP-SCAN-INDEX) = "F"
                   ADD 1 TO PMT-FAILED-COUNT
               END-IF
               IF INS-TBL-FINAL(INSP-SCAN-INDEX) = "Y" AND
                   INS-TBL-RESULT(INSP-SCAN-INDEX) = "P"
                   SET PERMIT-FINAL-PASSED TO TRUE
               END-IF
           END-IF.


       6590-VALIDATE-PMT-EXPIRY.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6591-CHECK-PMT-EXPIRY UNTIL FIELD-VALID.


       6591-CHECK-PMT-EXPIRY.
           IF USER-PMT-EXPIRY IS NUMERIC
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "DATE MUST BE YYYYMMDD DIGITS - TRY AGAIN"
               ACCEPT USER-PMT-EXPIRY
           END-IF.


       6592-VALIDATE-INSP-DATE.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6593-CHECK-INSP-DATE UNTIL FIELD-VALID.


       6593-CHECK-INSP-DATE.
           IF USER-INSP-DATE IS NUMERIC
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "DATE MUST BE YYYYMMDD DIGITS - TRY AGAIN"
               ACCEPT USER-INSP-DATE
           END-IF.


       6594-VALIDATE-INSP-RESULT.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6595-CHECK-INSP-RESULT UNTIL FIELD-VALID.


       6595-CHECK-INSP-RESULT.
           IF USER-INSP-RESULT = "P" OR USER-INSP-RESULT = "F"
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "RESULT MUST BE P OR F - TRY AGAIN"
               ACCEPT USER-INSP-RESULT
           END-IF.


       6700-SYSTEMS-REGISTER.
           DISPLAY "(A)DD A SYSTEM OR APPLIANCE, (U)PDATE ONE, "
               "(L)IST THE REGISTER,".
           DISPLAY "OR SEE THE 5-YEAR (C)APITAL PLAN?".
           ACCEPT USER-SYS-ACTION.

           EVALUATE USER-SYS-ACTION
               WHEN "A"
                   PERFORM 6705-ADD-SYSTEM
               WHEN "U"
                   PERFORM 6710-UPDATE-SYSTEM
               WHEN "L"
                   PERFORM 6715-LIST-SYSTEMS
               WHEN "C"
                   PERFORM 6720-CAPITAL-PLAN
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE."
                   MOVE ZEROES TO WS-RECORD-COUNT
           END-EVALUATE.


       6705-ADD-SYSTEM.
           PERFORM 6740-LOAD-SYSTEM-TABLE.

           MOVE ZEROES TO SYS-NEXT-ID.
           PERFORM 6706-FIND-MAX-SYSTEM-ID
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT.

           IF SYS-NEXT-ID = 999
               DISPLAY "CANNOT ADD A SYSTEM - ALL IDS UP TO 999 "
                   "HAVE BEEN USED."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               ADD 1 TO SYS-NEXT-ID
               DISPLAY "ADDING SYSTEM ID " SYS-NEXT-ID

               DISPLAY "ENTER THE SYSTEM OR APPLIANCE (ROOF, WATER "
                   "HEATER, HVAC, ...)"
               ACCEPT USER-SYS-NAME
               IF USER-SYS-NAME = SPACES
                   DISPLAY "NAME CANNOT BE BLANK - NOTHING ADDED."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   DISPLAY "ENTER PROPERTY CODE (H = HOUSE, "
                       "R = RENTAL)"
                   ACCEPT USER-SYS-PROPERTY
                   PERFORM 6790-VALIDATE-SYS-PROPERTY

                   DISPLAY "ENTER THE LOCATION (E.G. BASEMENT)"
                   ACCEPT USER-SYS-LOCATION

                   DISPLAY "ENTER THE INSTALL DATE (YYYYMMDD)"
                   ACCEPT USER-SYS-INSTALL
                   PERFORM 6792-VALIDATE-SYS-INSTALL

                   DISPLAY "ENTER THE EXPECTED LIFE IN YEARS "
                       "(2 DIGITS)"
                   ACCEPT USER-SYS-LIFE
                   PERFORM 6794-VALIDATE-SYS-LIFE

                   DISPLAY "ENTER THE ESTIMATED REPLACEMENT COST "
                       "(7 DIGITS, ZERO-PADDED)"
                   ACCEPT USER-SYS-COST
                   PERFORM 6796-VALIDATE-SYS-COST

                   MOVE ZEROES TO SYS-WRITE-PROJECT
                   PERFORM 6707-APPEND-SYSTEM
                   DISPLAY "SYSTEM " SYS-NEXT-ID " ADDED."
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       6706-FIND-MAX-SYSTEM-ID.
           IF SYS-TBL-ID(SYS-SCAN-INDEX) > SYS-NEXT-ID
               MOVE SYS-TBL-ID(SYS-SCAN-INDEX) TO SYS-NEXT-ID
           END-IF.


       6707-APPEND-SYSTEM.
           OPEN EXTEND SYSTEMSFILE.
           MOVE "Y" TO SYSTEMFILE-OPEN-SW.

           MOVE SYS-NEXT-ID TO SYS-ID.
           MOVE USER-SYS-PROPERTY TO SYS-PROPERTY.
           MOVE USER-SYS-NAME TO SYS-NAME.
           MOVE USER-SYS-LOCATION TO SYS-LOCATION.
           MOVE USER-SYS-INSTALL TO SYS-INSTALL-DATE.
           MOVE USER-SYS-LIFE TO SYS-LIFE-YEARS.
           MOVE USER-SYS-COST TO SYS-REPLACE-COST.
           MOVE SYS-WRITE-PROJECT TO SYS-PROJECT-NUM.
           WRITE SYSTEMDETAILS.

           CLOSE SYSTEMSFILE.
           MOVE "N" TO SYSTEMFILE-OPEN-SW.


       6708-COPY-SYSTEM-ROW.
           MOVE SYS-TBL-ID(SYS-FOUND-INDEX) TO SYS-NEXT-ID.
           MOVE SYS-TBL-PROPERTY(SYS-FOUND-INDEX)
               TO USER-SYS-PROPERTY.
           MOVE SYS-TBL-NAME(SYS-FOUND-INDEX) TO USER-SYS-NAME.
           MOVE SYS-TBL-LOCATION(SYS-FOUND-INDEX)
               TO USER-SYS-LOCATION.
           MOVE SYS-TBL-INSTALL(SYS-FOUND-INDEX) TO USER-SYS-INSTALL.
           MOVE SYS-TBL-LIFE(SYS-FOUND-INDEX) TO USER-SYS-LIFE.
           MOVE SYS-TBL-COST(SYS-FOUND-INDEX) TO USER-SYS-COST.
           MOVE SYS-TBL-PROJECT(SYS-FOUND-INDEX) TO SYS-WRITE-PROJECT.


       6710-UPDATE-SYSTEM.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 6740-LOAD-SYSTEM-TABLE.

           IF WS-SYSTEM-COUNT = ZEROES
               DISPLAY "NO SYSTEMS ON FILE."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "ENTER THE SYSTEM ID TO UPDATE "
                   "(3 DIGITS, ZERO-PADDED)"
               ACCEPT SYS-LOOKUP-ID
               PERFORM 6746-FIND-SYSTEM-BY-ID

               IF NOT SYSTEM-FOUND
                   DISPLAY "NO SYSTEM ON FILE WITH THAT ID."
                   MOVE ZEROES TO WS-RECORD-COUNT
               ELSE
                   MOVE SYS-FOUND-INDEX TO SYS-SCAN-INDEX
                   DISPLAY "UPDATING"
                   PERFORM 6716-LIST-ONE-SYSTEM
                   PERFORM 6708-COPY-SYSTEM-ROW
                   PERFORM 6712-ACCEPT-SYSTEM-CHANGES

                   PERFORM 6707-APPEND-SYSTEM
                   DISPLAY "SYSTEM " SYS-NEXT-ID " UPDATED - "
                       "THE LATEST ENTRY FOR AN ID IS THE ONE "
                       "USED."
                   MOVE 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.


       6712-ACCEPT-SYSTEM-CHANGES.
           DISPLAY "ENTER NEW NAME (OR PRESS ENTER TO KEEP)".
           ACCEPT USER-SYS-NAME.
           IF USER-SYS-NAME = SPACES
               MOVE SYS-TBL-NAME(SYS-FOUND-INDEX) TO USER-SYS-NAME
           END-IF.

           DISPLAY "ENTER NEW PROPERTY CODE (OR PRESS ENTER TO KEEP)".
           ACCEPT USER-SYS-PROPERTY.
           IF USER-SYS-PROPERTY = SPACES
               MOVE SYS-TBL-PROPERTY(SYS-FOUND-INDEX)
                   TO USER-SYS-PROPERTY
           ELSE
               PERFORM 6790-VALIDATE-SYS-PROPERTY
           END-IF.

           DISPLAY "ENTER NEW LOCATION (OR PRESS ENTER TO KEEP)".
           ACCEPT USER-SYS-LOCATION.
           IF USER-SYS-LOCATION = SPACES
               MOVE SYS-TBL-LOCATION(SYS-FOUND-INDEX)
                   TO USER-SYS-LOCATION
           END-IF.

           DISPLAY "ENTER NEW INSTALL DATE (YYYYMMDD, OR PRESS "
               "ENTER TO KEEP)".
           ACCEPT USER-SYS-INSTALL.
           IF USER-SYS-INSTALL = SPACES
               MOVE SYS-TBL-INSTALL(SYS-FOUND-INDEX)
                   TO USER-SYS-INSTALL
           ELSE
               PERFORM 6792-VALIDATE-SYS-INSTALL
           END-IF.

           DISPLAY "ENTER NEW EXPECTED LIFE IN YEARS (OR PRESS "
               "ENTER TO KEEP)".
           ACCEPT USER-SYS-LIFE.
           IF USER-SYS-LIFE = SPACES
               MOVE SYS-TBL-LIFE(SYS-FOUND-INDEX) TO USER-SYS-LIFE
           ELSE
               PERFORM 6794-VALIDATE-SYS-LIFE
           END-IF.

           DISPLAY "ENTER NEW REPLACEMENT COST (OR PRESS ENTER "
               "TO KEEP)".
           ACCEPT USER-SYS-COST.
           IF USER-SYS-COST = SPACES
               MOVE SYS-TBL-COST(SYS-FOUND-INDEX) TO USER-SYS-COST
           ELSE
               PERFORM 6796-VALIDATE-SYS-COST
           END-IF.

           DISPLAY "ENTER THE PROJECT THAT WILL REPLACE IT (OR "
               "PRESS ENTER TO KEEP, 0000 FOR NONE)".
           ACCEPT USER-SYS-PROJECT.
           IF USER-SYS-PROJECT NOT = SPACES
               PERFORM 6798-VALIDATE-SYS-PROJECT
               MOVE USER-SYS-PROJECT TO SYS-WRITE-PROJECT
           END-IF.


       6715-LIST-SYSTEMS.
           PERFORM 6740-LOAD-SYSTEM-TABLE.

           IF WS-SYSTEM-COUNT = ZEROES
               DISPLAY "NO SYSTEMS ON FILE."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               DISPLAY "============================================="
               DISPLAY "HOME SYSTEMS AND APPLIANCES"
               PERFORM 6716-LIST-ONE-SYSTEM
                   VARYING SYS-SCAN-INDEX FROM 1 BY 1
                   UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT
               DISPLAY "============================================="
               MOVE WS-SYSTEM-COUNT TO WS-RECORD-COUNT
           END-IF.


       6716-LIST-ONE-SYSTEM.
           IF SYS-TBL-COST(SYS-SCAN-INDEX) IS NUMERIC
               MOVE SYS-TBL-COST(SYS-SCAN-INDEX) TO CAP-COST-NUM
           ELSE
               MOVE ZEROES TO CAP-COST-NUM
           END-IF.
           MOVE CAP-COST-NUM TO CAP-COST-DISPLAY.

           DISPLAY SYS-TBL-ID(SYS-SCAN-INDEX) " "
               SYS-TBL-PROPERTY(SYS-SCAN-INDEX) " "
               SYS-TBL-NAME(SYS-SCAN-INDEX) " "
               SYS-TBL-LOCATION(SYS-SCAN-INDEX)
               "  REPLACE $" CAP-COST-DISPLAY.
           IF SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) = ZEROES
               DISPLAY "    INSTALLED "
                   SYS-TBL-INSTALL(SYS-SCAN-INDEX)
                   "  LIFE " SYS-TBL-LIFE(SYS-SCAN-INDEX)
                   " YRS  END OF LIFE NOT KNOWN"
           ELSE
               DISPLAY "    INSTALLED "
                   SYS-TBL-INSTALL(SYS-SCAN-INDEX)
                   "  LIFE " SYS-TBL-LIFE(SYS-SCAN-INDEX)
                   " YRS  END OF LIFE "
                   SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)
           END-IF.
           IF SYS-TBL-PROJECT(SYS-SCAN-INDEX) > ZEROES
               DISPLAY "    TO BE REPLACED BY PROJECT "
                   SYS-TBL-PROJECT(SYS-SCAN-INDEX)
           END-IF.


       6720-CAPITAL-PLAN.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 8080-LOAD-BUDGET-TABLE.
           PERFORM 6740-LOAD-SYSTEM-TABLE.

           IF WS-SYSTEM-COUNT = ZEROES
               DISPLAY "NO SYSTEMS ON FILE - ADD SOME FIRST."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE(1:4) TO CAP-FIRST-YEAR
               COMPUTE CAP-LAST-YEAR = CAP-FIRST-YEAR + 4
               COMPUTE CAP-DUE-LIMIT = WS-CURRENT-DATE + 10000

               MOVE ZEROES TO WS-RECORD-COUNT CAP-OFFER-COUNT

               DISPLAY "============================================="
               DISPLAY "5-YEAR CAPITAL PLAN " CAP-FIRST-YEAR "-"
                   CAP-LAST-YEAR " AS OF " WS-CURRENT-DATE
               DISPLAY "ITEMS ALREADY PAST END OF LIFE ARE SHOWN IN "
                   CAP-FIRST-YEAR "."
               DISPLAY "* = DUE BY " CAP-DUE-LIMIT
                   " WITH NO PROJECT PLANNED."

               MOVE "H" TO BGT-CHECK-PROPERTY
               DISPLAY "PROPERTY H (HOUSE)"
               PERFORM 6722-PLAN-ONE-PROPERTY
               MOVE "R" TO BGT-CHECK-PROPERTY
               DISPLAY "PROPERTY R (RENTAL)"
               PERFORM 6722-PLAN-ONE-PROPERTY

               DISPLAY "============================================="

               IF CAP-OFFER-COUNT > ZEROES
                   PERFORM 6730-OFFER-PLANNED-PROJECTS
               END-IF
           END-IF.


       6722-PLAN-ONE-PROPERTY.
           PERFORM 6724-PLAN-ONE-YEAR
               VARYING CAP-PLAN-YEAR FROM CAP-FIRST-YEAR BY 1
               UNTIL CAP-PLAN-YEAR > CAP-LAST-YEAR.


       6724-PLAN-ONE-YEAR.
           MOVE ZEROES TO CAP-YEAR-TOTAL CAP-YEAR-COUNT.

           DISPLAY "  " CAP-PLAN-YEAR ":".
           PERFORM 6726-PLAN-ONE-ITEM
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT.
           IF CAP-YEAR-COUNT = ZEROES
               DISPLAY "    NOTHING REACHES END OF LIFE."
           END-IF.

           MOVE CAP-PLAN-YEAR TO USER-BGT-YEAR.
           MOVE "N" TO BGT-FOUND-SW.
           PERFORM 8082-FIND-BUDGET-ROW
               VARYING BUDGET-SCAN-INDEX FROM 1 BY 1
               UNTIL BUDGET-SCAN-INDEX > WS-BUDGET-COUNT.

           MOVE CAP-YEAR-TOTAL TO WS-BGT-DISPLAY.
           IF NOT BUDGET-FOUND
               IF CAP-YEAR-COUNT > ZEROES
                   DISPLAY "    REPLACEMENTS $" WS-BGT-DISPLAY
                       "  NO BUDGET SET FOR " USER-BGT-YEAR
               END-IF
           ELSE
               IF CAP-PLAN-YEAR = CAP-FIRST-YEAR
                   PERFORM 8085-COMPUTE-PROPERTY-COMMIT
                   COMPUTE CAP-OTHER-SPEND =
                       WS-BGT-COMMITTED + WS-BGT-ACTUALS
               ELSE
                   MOVE ZEROES TO CAP-OTHER-SPEND
               END-IF

               MOVE WS-BGT-ENVELOPE TO WS-BGT-DISPLAY2
               DISPLAY "    REPLACEMENTS $" WS-BGT-DISPLAY
                   "  ENVELOPE $" WS-BGT-DISPLAY2
               IF CAP-PLAN-YEAR = CAP-FIRST-YEAR
                   MOVE CAP-OTHER-SPEND TO WS-BGT-DISPLAY
                   DISPLAY "    ALREADY COMMITTED (S+I) AND SPENT $"
                       WS-BGT-DISPLAY
               END-IF

               COMPUTE WS-BGT-HEADROOM = WS-BGT-ENVELOPE
                   - CAP-OTHER-SPEND - CAP-YEAR-TOTAL
               IF WS-BGT-HEADROOM < ZEROES
                   COMPUTE WS-BGT-HEADROOM =
                       ZEROES - WS-BGT-HEADROOM
                   MOVE WS-BGT-HEADROOM TO WS-BGT-DISPLAY
                   DISPLAY "    ** OVER THE ENVELOPE BY $"
                       WS-BGT-DISPLAY " **"
               ELSE
                   MOVE WS-BGT-HEADROOM TO WS-BGT-DISPLAY
                   DISPLAY "    HEADROOM $" WS-BGT-DISPLAY
               END-IF
           END-IF.


       6726-PLAN-ONE-ITEM.
           IF SYS-TBL-PROPERTY(SYS-SCAN-INDEX) = BGT-CHECK-PROPERTY
               AND SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) > ZEROES
               AND (SYS-TBL-DUE-YEAR(SYS-SCAN-INDEX) = CAP-PLAN-YEAR
                   OR (CAP-PLAN-YEAR = CAP-FIRST-YEAR AND
                       SYS-TBL-DUE-YEAR(SYS-SCAN-INDEX) <
                           CAP-FIRST-YEAR))
               ADD 1 TO CAP-YEAR-COUNT
               ADD 1 TO WS-RECORD-COUNT

               IF SYS-TBL-COST(SYS-SCAN-INDEX) IS NUMERIC
                   MOVE SYS-TBL-COST(SYS-SCAN-INDEX) TO CAP-COST-NUM
               ELSE
                   MOVE ZEROES TO CAP-COST-NUM
               END-IF
               MOVE CAP-COST-NUM TO CAP-COST-DISPLAY

               MOVE SPACE TO CAP-MARK
               MOVE SPACES TO CAP-NOTE
               PERFORM 6728-CHECK-SYSTEM-PROJECT
               IF CAP-LINKED
                   STRING "PROJECT " DELIMITED BY SIZE
                       SYS-TBL-PROJECT(SYS-SCAN-INDEX)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       CAP-LINK-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CAP-NOTE
                   END-STRING
                   IF CAP-LINK-STATUS NOT = "S" AND
                       CAP-LINK-STATUS NOT = "I"
                       ADD CAP-COST-NUM TO CAP-YEAR-TOTAL
                   END-IF
               ELSE
                   ADD CAP-COST-NUM TO CAP-YEAR-TOTAL
                   IF SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) <=
                       CAP-DUE-LIMIT
                       MOVE "*" TO CAP-MARK
                       ADD 1 TO CAP-OFFER-COUNT
                   END-IF
               END-IF

               DISPLAY "   " CAP-MARK " "
                   SYS-TBL-ID(SYS-SCAN-INDEX) " "
                   SYS-TBL-NAME(SYS-SCAN-INDEX) " "
                   SYS-TBL-LOCATION(SYS-SCAN-INDEX)
                   " EOL " SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)
                   " $" CAP-COST-DISPLAY " " CAP-NOTE
           END-IF.


       6728-CHECK-SYSTEM-PROJECT.
           MOVE "N" TO CAP-LINK-SW.
           IF SYS-TBL-PROJECT(SYS-SCAN-INDEX) > ZEROES
               MOVE SYS-TBL-PROJECT(SYS-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   IF TABLE-STATUS(PROJ-ROW-INDEX) NOT = "C"
                       SET CAP-LINKED TO TRUE
                       MOVE TABLE-STATUS(PROJ-ROW-INDEX)
                           TO CAP-LINK-STATUS
                   END-IF
               END-IF
           END-IF.


       6730-OFFER-PLANNED-PROJECTS.
           DISPLAY CAP-OFFER-COUNT " ITEM(S) MARKED * HAVE NO "
               "PROJECT PLANNED.".
           DISPLAY "CREATE A PLANNED (P) PROJECT IN THE MASTER FOR "
               "EACH ONE (Y/N)?".
           ACCEPT USER-SYS-REPLY.

           IF USER-SYS-REPLY = "Y"
               PERFORM 3105-GET-NEXT-PROJECT-NUM
               PERFORM 8800-TAKE-BACKUPS

               MOVE ZEROES TO CAP-CREATE-COUNT
               PERFORM 6732-CREATE-ONE-PROJECT
                   VARYING SYS-SCAN-INDEX FROM 1 BY 1
                   UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT

               DISPLAY CAP-CREATE-COUNT " PLANNED PROJECT(S) "
                   "CREATED WITH STATUS P."
               MOVE CAP-CREATE-COUNT TO WS-RECORD-COUNT
           END-IF.


       6732-CREATE-ONE-PROJECT.
           PERFORM 6728-CHECK-SYSTEM-PROJECT.

           IF SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) > ZEROES
               AND SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) <= CAP-DUE-LIMIT
               AND NOT CAP-LINKED
               IF WS-NEXT-PROJECT-NUM > 9999
                   DISPLAY "CANNOT CREATE A PROJECT FOR "
                       SYS-TBL-NAME(SYS-SCAN-INDEX)
                       " - ALL PROJECT NUMBERS UP TO 9999 "
                       "HAVE BEEN USED."
               ELSE
                   MOVE WS-NEXT-PROJECT-NUM TO NEW-PROJECT-NUM
                   PERFORM 3107-SAVE-NEXT-PROJECT-NUM
                   ADD 1 TO WS-NEXT-PROJECT-NUM
                   MOVE SYS-TBL-NAME(SYS-SCAN-INDEX)(1:15)
                       TO NEW-NAME
                   MOVE "FULL DAY" TO NEW-SIZE
                   MOVE SYS-TBL-LOCATION(SYS-SCAN-INDEX)
                       TO NEW-LOCATION
                   IF SYS-TBL-COST(SYS-SCAN-INDEX) IS NUMERIC
                       MOVE SYS-TBL-COST(SYS-SCAN-INDEX) TO NEW-COST
                   ELSE
                       MOVE "0000000" TO NEW-COST
                   END-IF
                   MOVE "P" TO NEW-STATUS
                   MOVE "00000000" TO NEW-START-DATE
                   IF SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) <
                       WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE TO NEW-TARGET-DATE
                   ELSE
                       MOVE SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)
                           TO NEW-TARGET-DATE
                   END-IF
                   MOVE SYS-TBL-PROPERTY(SYS-SCAN-INDEX)
                       TO NEW-PROPERTY
                   PERFORM 3120-APPEND-NEW-PROJECT
                   MOVE NEW-PROJECT-NUM TO STATUS-PROJECT-HOLD
                   MOVE SPACE TO OLD-STATUS-HOLD
                   MOVE "P" TO NEW-STATUS-HOLD
                   PERFORM 3080-LOG-STATUS-CHANGE

                   MOVE SYS-SCAN-INDEX TO SYS-FOUND-INDEX
                   PERFORM 6708-COPY-SYSTEM-ROW
                   MOVE NEW-PROJECT-NUM TO SYS-WRITE-PROJECT
                   PERFORM 6707-APPEND-SYSTEM
                   MOVE NEW-PROJECT-NUM
                       TO SYS-TBL-PROJECT(SYS-SCAN-INDEX)

                   ADD 1 TO CAP-CREATE-COUNT
                   DISPLAY "CREATED PROJECT " NEW-PROJECT-NUM
                       " FOR " SYS-TBL-ID(SYS-SCAN-INDEX) " "
                       SYS-TBL-NAME(SYS-SCAN-INDEX)
               END-IF
           END-IF.


       6740-LOAD-SYSTEM-TABLE.
           OPEN INPUT SYSTEMSFILE.
           MOVE "Y" TO SYSTEMFILE-OPEN-SW.

           MOVE ZEROES TO WS-SYSTEM-COUNT.

           READ SYSTEMSFILE
               AT END SET ENDOFFILE24 TO TRUE
           END-READ.

           PERFORM 6741-STORE-SYSTEM-ROW UNTIL ENDOFFILE24.

           CLOSE SYSTEMSFILE.
           MOVE "N" TO SYSTEMFILE-OPEN-SW.

           PERFORM 6745-SET-SYSTEM-DUE-DATE
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT.


       6741-STORE-SYSTEM-ROW.
           MOVE "N" TO SYS-FOUND-SW.
           PERFORM 6742-UPDATE-SYSTEM-ROW
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT
                   OR SYSTEM-FOUND.

           IF NOT SYSTEM-FOUND
               IF WS-SYSTEM-COUNT < 100
                   ADD 1 TO WS-SYSTEM-COUNT
                   MOVE SYS-ID TO SYS-TBL-ID(WS-SYSTEM-COUNT)
                   MOVE SYS-PROPERTY
                       TO SYS-TBL-PROPERTY(WS-SYSTEM-COUNT)
                   MOVE SYS-NAME TO SYS-TBL-NAME(WS-SYSTEM-COUNT)
                   MOVE SYS-LOCATION
                       TO SYS-TBL-LOCATION(WS-SYSTEM-COUNT)
                   MOVE SYS-INSTALL-DATE
                       TO SYS-TBL-INSTALL(WS-SYSTEM-COUNT)
                   MOVE SYS-LIFE-YEARS
                       TO SYS-TBL-LIFE(WS-SYSTEM-COUNT)
                   MOVE SYS-REPLACE-COST
                       TO SYS-TBL-COST(WS-SYSTEM-COUNT)
                   MOVE SYS-PROJECT-NUM
                       TO SYS-TBL-PROJECT(WS-SYSTEM-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 100 SYSTEMS ON FILE - "
                       "SOME WERE NOT LOADED."
               END-IF
           END-IF.

           READ SYSTEMSFILE
               AT END SET ENDOFFILE24 TO TRUE
           END-READ.


       6742-UPDATE-SYSTEM-ROW.
           IF SYS-TBL-ID(SYS-SCAN-INDEX) = SYS-ID
               SET SYSTEM-FOUND TO TRUE
               MOVE SYS-PROPERTY TO SYS-TBL-PROPERTY(SYS-SCAN-INDEX)
               MOVE SYS-NAME TO SYS-TBL-NAME(SYS-SCAN-INDEX)
               MOVE SYS-LOCATION TO SYS-TBL-LOCATION(SYS-SCAN-INDEX)
               MOVE SYS-INSTALL-DATE
                   TO SYS-TBL-INSTALL(SYS-SCAN-INDEX)
               MOVE SYS-LIFE-YEARS TO SYS-TBL-LIFE(SYS-SCAN-INDEX)
               MOVE SYS-REPLACE-COST TO SYS-TBL-COST(SYS-SCAN-INDEX)
               MOVE SYS-PROJECT-NUM
                   TO SYS-TBL-PROJECT(SYS-SCAN-INDEX)
           END-IF.


       6745-SET-SYSTEM-DUE-DATE.
           IF SYS-TBL-INSTALL(SYS-SCAN-INDEX) IS NUMERIC AND
               SYS-TBL-INSTALL(SYS-SCAN-INDEX) > "00000000" AND
               SYS-TBL-LIFE(SYS-SCAN-INDEX) IS NUMERIC
               MOVE SYS-TBL-INSTALL(SYS-SCAN-INDEX) TO SYS-CALC-DATE
               COMPUTE SYS-TBL-DUE-DATE(SYS-SCAN-INDEX) =
                   SYS-CALC-DATE +
                   SYS-TBL-LIFE(SYS-SCAN-INDEX) * 10000
               IF SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)(5:4) = "0229"
                   SUBTRACT 1 FROM SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)
               END-IF
           ELSE
               MOVE ZEROES TO SYS-TBL-DUE-DATE(SYS-SCAN-INDEX)
           END-IF.


       6746-FIND-SYSTEM-BY-ID.
           MOVE "N" TO SYS-FOUND-SW.
           PERFORM 6747-MATCH-SYSTEM-ID
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT
                   OR SYSTEM-FOUND.


       6747-MATCH-SYSTEM-ID.
           IF SYS-TBL-ID(SYS-SCAN-INDEX) = SYS-LOOKUP-ID
               SET SYSTEM-FOUND TO TRUE
               MOVE SYS-SCAN-INDEX TO SYS-FOUND-INDEX
           END-IF.


       6780-REPLACE-LINKED-SYSTEMS.
           PERFORM 6740-LOAD-SYSTEM-TABLE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE ZEROES TO SYS-REPLACED-COUNT.
           PERFORM 6782-REPLACE-ONE-SYSTEM
               VARYING SYS-SCAN-INDEX FROM 1 BY 1
               UNTIL SYS-SCAN-INDEX > WS-SYSTEM-COUNT.


       6782-REPLACE-ONE-SYSTEM.
           IF SYS-TBL-PROJECT(SYS-SCAN-INDEX) = EDIT-PROJECT-NUM
               MOVE SYS-SCAN-INDEX TO SYS-FOUND-INDEX
               PERFORM 6708-COPY-SYSTEM-ROW
               MOVE WS-CURRENT-DATE TO USER-SYS-INSTALL
               MOVE ZEROES TO SYS-WRITE-PROJECT
               PERFORM 6707-APPEND-SYSTEM
               ADD 1 TO SYS-REPLACED-COUNT
               DISPLAY "SYSTEM " SYS-NEXT-ID " "
                   SYS-TBL-NAME(SYS-SCAN-INDEX)
                   " REPLACED - INSTALL DATE NOW " WS-CURRENT-DATE
           END-IF.


       6790-VALIDATE-SYS-PROPERTY.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6791-CHECK-SYS-PROPERTY UNTIL FIELD-VALID.


       6791-CHECK-SYS-PROPERTY.
           MOVE USER-SYS-PROPERTY TO VALIDATE-PROPERTY-HOLD.
           IF VALID-PROPERTY-VALUE
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "PROPERTY CODE MUST BE H OR R - TRY AGAIN"
               ACCEPT USER-SYS-PROPERTY
           END-IF.


       6792-VALIDATE-SYS-INSTALL.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6793-CHECK-SYS-INSTALL UNTIL FIELD-VALID.


       6793-CHECK-SYS-INSTALL.
           IF USER-SYS-INSTALL IS NUMERIC
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "DATE MUST BE YYYYMMDD DIGITS - TRY AGAIN"
               ACCEPT USER-SYS-INSTALL
           END-IF.


       6794-VALIDATE-SYS-LIFE.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6795-CHECK-SYS-LIFE UNTIL FIELD-VALID.


       6795-CHECK-SYS-LIFE.
           IF USER-SYS-LIFE IS NUMERIC AND USER-SYS-LIFE > "00"
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "LIFE MUST BE 2 DIGITS, E.G. 08 - TRY AGAIN"
               ACCEPT USER-SYS-LIFE
           END-IF.


       6796-VALIDATE-SYS-COST.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6797-CHECK-SYS-COST UNTIL FIELD-VALID.


       6797-CHECK-SYS-COST.
           IF USER-SYS-COST IS NUMERIC
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "COST MUST BE 7 DIGITS, ZERO-PADDED - "
                   "TRY AGAIN"
               ACCEPT USER-SYS-COST
           END-IF.


       6798-VALIDATE-SYS-PROJECT.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 6799-CHECK-SYS-PROJECT UNTIL FIELD-VALID.


       6799-CHECK-SYS-PROJECT.
           IF USER-SYS-PROJECT IS NUMERIC
               MOVE USER-SYS-PROJECT TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF USER-SYS-PROJECT = "0000" OR PROJ-ROW-FOUND
                   SET FIELD-VALID TO TRUE
               ELSE
                   DISPLAY "NO ACTIVE PROJECT WITH THAT NUMBER - "
                       "TRY AGAIN"
                   ACCEPT USER-SYS-PROJECT
               END-IF
           ELSE
               DISPLAY "PROJECT NUMBER MUST BE 4 DIGITS - TRY AGAIN"
               ACCEPT USER-SYS-PROJECT
           END-IF.


           DISPLAY "ENTER A SHORT DESCRIPTION".
           ACCEPT USER-EXP-DESCRIPTION.

           DISPLAY "ENTER THE TAX CLASS - I = IMPROVEMENT, "
               "R = REPAIR, M = MAINTENANCE".
           DISPLAY "(LEAVE BLANK TO USE THE PROJECT'S CLASS)".
           ACCEPT USER-EXP-CLASS.
           PERFORM 7160-VALIDATE-EXP-CLASS.


       7130-APPEND-EXPENSE-LINE.
           OPEN EXTEND EXPENSEFILE.
           MOVE USER-EXP-PAYEE TO EXPENSE-PAYEE.
           MOVE USER-EXP-AMOUNT TO EXPENSE-AMOUNT.
           MOVE USER-EXP-DESCRIPTION TO EXPENSE-DESCRIPTION.
           MOVE USER-EXP-CLASS TO EXPENSE-TAX-CLASS.
           WRITE EXPENSEDETAILS.

           CLOSE EXPENSEFILE.
           END-IF.


       7160-VALIDATE-EXP-CLASS.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 7165-CHECK-EXP-CLASS UNTIL FIELD-VALID.


       7165-CHECK-EXP-CLASS.
           MOVE USER-EXP-CLASS TO CLASS-CODE-HOLD.
           IF USER-EXP-CLASS = SPACE OR VALID-CLASS-CODE
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "TAX CLASS MUST BE I, R, M OR BLANK - "
                   "TRY AGAIN"
               ACCEPT USER-EXP-CLASS
           END-IF.


       7200-VARIANCE-REPORT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           IF EXPENSE-PROJECT-NUM IS NUMERIC AND
               EXPENSE-PROJECT-NUM > ZEROES
               MOVE EXPENSE-AMOUNT TO WS-ACTUAL-NUM
               MOVE EXPENSE-PROJECT-NUM TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   ADD WS-ACTUAL-NUM TO
                       ACTUAL-SPENT-TOTAL(PROJ-ROW-INDEX)
               END-IF
           END-IF.

           READ EXPENSEFILE
           MOVE WS-COST-NUM TO WS-DISPLAY-ESTIMATE.
           ADD WS-COST-NUM TO WS-GRAND-ESTIMATE.

           MOVE ACTUAL-SPENT-TOTAL(ITERATOR)
               TO WS-DISPLAY-ACTUAL.
           ADD ACTUAL-SPENT-TOTAL(ITERATOR)
               TO WS-GRAND-ACTUAL.

           COMPUTE WS-VARIANCE-AMOUNT =
               ACTUAL-SPENT-TOTAL(ITERATOR) - WS-COST-NUM.
           PERFORM 7230-SET-VARIANCE-LABEL.

           DISPLAY TABLE-NUM(ITERATOR) " "
               " " WS-VARIANCE-LABEL " $" WS-DISPLAY-VARIANCE.


       7230-SET-VARIANCE-LABEL.
           EVALUATE TRUE
               WHEN WS-VARIANCE-AMOUNT > ZEROES
                   MOVE "OVER BUDGET" TO WS-VARIANCE-LABEL
                   MOVE WS-VARIANCE-AMOUNT TO WS-DISPLAY-VARIANCE
               WHEN WS-VARIANCE-AMOUNT < ZEROES
                   MOVE "UNDER BUDGET" TO WS-VARIANCE-LABEL
                   COMPUTE WS-VARIANCE-AMOUNT =
                       ZEROES - WS-VARIANCE-AMOUNT
                   MOVE WS-VARIANCE-AMOUNT TO WS-DISPLAY-VARIANCE
               WHEN OTHER
                   MOVE "ON BUDGET" TO WS-VARIANCE-LABEL
                   MOVE ZEROES TO WS-DISPLAY-VARIANCE
           END-EVALUATE.


       7250-FORECAST-REPORT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 8240-LOAD-TASK-TABLE.
           PERFORM 8340-LOAD-PAYMENT-TABLE.
           PERFORM 7840-LOAD-MATERIAL-TABLE.
           PERFORM 8080-LOAD-BUDGET-TABLE.

           MOVE ZEROES TO ACTUAL-SPENT-TABLE EAC-COMMITTED-TABLE.
           MOVE ZEROES TO EAC-OVERRUN-HOUSE EAC-OVERRUN-RENTAL
               EAC-OVER-COUNT.
           MOVE ZEROES TO WS-RECORD-COUNT.

           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.

           PERFORM 7210-ACCUMULATE-EXPENSE-ROW UNTIL ENDOFFILE4.

           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.

           PERFORM 7255-ADD-PAYMENT-TO-FORECAST
               VARYING PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL PAY-SCAN-INDEX > WS-PAYMENT-COUNT.

           PERFORM 7260-ADD-MATERIAL-TO-FORECAST
               VARYING MAT-SCAN-INDEX FROM 1 BY 1
               UNTIL MAT-SCAN-INDEX > WS-MATERIAL-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:4) TO USER-BGT-YEAR.

           DISPLAY "=============================================".
           DISPLAY "ESTIMATE AT COMPLETION - IN-PROGRESS PROJECTS".
           DISPLAY "SPENT = EXPENSES PLUS PAID PAYMENTS; COMMITTED = "
               "SCHEDULED PAYMENTS".
           DISPLAY "PLUS UNPURCHASED MATERIALS; TREND = SPENT / "
               "PERCENT OF TASKS COMPLETE.".

           PERFORM 7265-FORECAST-ONE-PROJECT
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "  NO PROJECTS ARE IN PROGRESS."
           ELSE
               MOVE EAC-OVER-COUNT TO WS-DISPLAY-DAYS
               DISPLAY WS-DISPLAY-DAYS " PROJECT(S) FORECAST OVER "
                   "BUDGET."
           END-IF.

           DISPLAY "PROPERTY ENVELOPES FOR " USER-BGT-YEAR
               " WITH FORECAST OVERRUNS ADDED:".
           MOVE "H" TO BGT-CHECK-PROPERTY.
           MOVE EAC-OVERRUN-HOUSE TO EAC-PROPERTY-OVERRUN.
           PERFORM 7280-FORECAST-ONE-PROPERTY.
           MOVE "R" TO BGT-CHECK-PROPERTY.
           MOVE EAC-OVERRUN-RENTAL TO EAC-PROPERTY-OVERRUN.
           PERFORM 7280-FORECAST-ONE-PROPERTY.
           DISPLAY "=============================================".


       7255-ADD-PAYMENT-TO-FORECAST.
           IF PAY-TBL-AMOUNT(PAY-SCAN-INDEX) IS NUMERIC
               MOVE PAY-TBL-PROJECT(PAY-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   MOVE PAY-TBL-AMOUNT(PAY-SCAN-INDEX) TO WS-ACTUAL-NUM
                   IF PAY-TBL-PAID-FLAG(PAY-SCAN-INDEX) = "Y"
                       ADD WS-ACTUAL-NUM TO
                           ACTUAL-SPENT-TOTAL(PROJ-ROW-INDEX)
                   ELSE
                       ADD WS-ACTUAL-NUM TO
                           EAC-COMMITTED-TOTAL(PROJ-ROW-INDEX)
                   END-IF
               END-IF
           END-IF.


       7260-ADD-MATERIAL-TO-FORECAST.
           IF MAT-PURCHASED(MAT-SCAN-INDEX) NOT = "Y" AND
               MAT-UNIT-PRICE(MAT-SCAN-INDEX) IS NUMERIC AND
               MAT-QTY(MAT-SCAN-INDEX) IS NUMERIC
               MOVE MAT-PROJECT-NUM(MAT-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   MOVE MAT-UNIT-PRICE(MAT-SCAN-INDEX)
                       TO WS-MAT-PRICE-NUM
                   COMPUTE WS-MAT-EXTENDED =
                       MAT-QTY(MAT-SCAN-INDEX) * WS-MAT-PRICE-NUM
                   ADD WS-MAT-EXTENDED TO
                       EAC-COMMITTED-TOTAL(PROJ-ROW-INDEX)
               END-IF
           END-IF.


       7265-FORECAST-ONE-PROJECT.
           IF TABLE-STATUS(ITERATOR) = "I"
               ADD 1 TO WS-RECORD-COUNT
               MOVE ZEROES TO WS-COST-NUM
               IF TABLE-COST(ITERATOR) IS NUMERIC
                   MOVE TABLE-COST(ITERATOR) TO WS-COST-NUM
               END-IF

               MOVE TABLE-NUM(ITERATOR) TO WS-PROJECT-NUM
               MOVE ZEROES TO WS-TASK-PCT
               PERFORM 4005-ROLL-UP-TASK-PCT
               PERFORM 7270-COMPUTE-FORECAST

               MOVE WS-COST-NUM TO WS-DISPLAY-ESTIMATE
               MOVE EAC-FORECAST TO WS-DISPLAY-ACTUAL
               DISPLAY TABLE-NUM(ITERATOR) " "
                   TABLE-NICKNAME(ITERATOR)
                   " BUDGET $" WS-DISPLAY-ESTIMATE
                   " FORECAST $" WS-DISPLAY-ACTUAL
                   " (" EAC-BASIS-LABEL ")"

               MOVE ACTUAL-SPENT-TOTAL(ITERATOR) TO WS-DISPLAY-ESTIMATE
               MOVE EAC-COMMITTED-TOTAL(ITERATOR) TO WS-DISPLAY-ACTUAL
               IF WS-TASKS-FOR-PROJECT > ZEROES
                   MOVE WS-TASK-PCT TO WS-TASK-PCT-DIGITS
                   DISPLAY "     SPENT $" WS-DISPLAY-ESTIMATE
                       " COMMITTED $" WS-DISPLAY-ACTUAL
                       " TASKS " WS-TASK-PCT-TEXT " COMPLETE"
               ELSE
                   DISPLAY "     SPENT $" WS-DISPLAY-ESTIMATE
                       " COMMITTED $" WS-DISPLAY-ACTUAL
                       " NO TASKS ON FILE"
               END-IF

               IF EAC-FORECAST > WS-COST-NUM
                   ADD 1 TO EAC-OVER-COUNT
                   COMPUTE EAC-OVERRUN = EAC-FORECAST - WS-COST-NUM
                   MOVE EAC-OVERRUN TO WS-DISPLAY-VARIANCE
                   DISPLAY "     ** FORECAST OVER BUDGET BY $"
                       WS-DISPLAY-VARIANCE " - REVIEW SCOPE NOW **"
                   EVALUATE TABLE-PROPERTY(ITERATOR)
                       WHEN "H"
                           ADD EAC-OVERRUN TO EAC-OVERRUN-HOUSE
                       WHEN "R"
                           ADD EAC-OVERRUN TO EAC-OVERRUN-RENTAL
                   END-EVALUATE
               END-IF
           END-IF.


       7270-COMPUTE-FORECAST.
           COMPUTE EAC-KNOWN-COST = ACTUAL-SPENT-TOTAL(ITERATOR) +
               EAC-COMMITTED-TOTAL(ITERATOR).

           IF WS-TASKS-FOR-PROJECT > ZEROES AND
               WS-TASK-PCT > ZEROES
               COMPUTE EAC-TREND-COST ROUNDED =
                   (ACTUAL-SPENT-TOTAL(ITERATOR) * 100) / WS-TASK-PCT
               IF EAC-TREND-COST > EAC-KNOWN-COST
                   MOVE EAC-TREND-COST TO EAC-FORECAST
                   MOVE "TREND" TO EAC-BASIS-LABEL
               ELSE
                   MOVE EAC-KNOWN-COST TO EAC-FORECAST
                   MOVE "COMMITTED" TO EAC-BASIS-LABEL
               END-IF
           ELSE
               IF EAC-KNOWN-COST > WS-COST-NUM
                   MOVE EAC-KNOWN-COST TO EAC-FORECAST
                   MOVE "COMMITTED" TO EAC-BASIS-LABEL
               ELSE
                   MOVE WS-COST-NUM TO EAC-FORECAST
                   MOVE "BUDGET" TO EAC-BASIS-LABEL
               END-IF
           END-IF.


       7280-FORECAST-ONE-PROPERTY.
           MOVE "N" TO BGT-FOUND-SW.
           PERFORM 8082-FIND-BUDGET-ROW
               VARYING BUDGET-SCAN-INDEX FROM 1 BY 1
               UNTIL BUDGET-SCAN-INDEX > WS-BUDGET-COUNT.

           IF NOT BUDGET-FOUND
               DISPLAY "  PROPERTY " BGT-CHECK-PROPERTY
                   ": NO BUDGET SET FOR " USER-BGT-YEAR
           ELSE
               PERFORM 8085-COMPUTE-PROPERTY-COMMIT

               MOVE WS-BGT-ENVELOPE TO WS-BGT-DISPLAY
               COMPUTE EAC-PROPERTY-TOTAL = WS-BGT-COMMITTED +
                   WS-BGT-ACTUALS + EAC-PROPERTY-OVERRUN
               MOVE EAC-PROPERTY-TOTAL TO WS-BGT-DISPLAY2
               DISPLAY "  PROPERTY " BGT-CHECK-PROPERTY
                   ": ENVELOPE $" WS-BGT-DISPLAY
                   "  FORECAST $" WS-BGT-DISPLAY2

               COMPUTE WS-BGT-HEADROOM =
                   WS-BGT-ENVELOPE - EAC-PROPERTY-TOTAL
               IF WS-BGT-HEADROOM < ZEROES
                   COMPUTE WS-BGT-HEADROOM =
                       ZEROES - WS-BGT-HEADROOM
                   MOVE WS-BGT-HEADROOM TO WS-BGT-DISPLAY
                   DISPLAY "  ** FORECAST EXCEEDS THE ENVELOPE BY $"
                       WS-BGT-DISPLAY " **"
               ELSE
                   MOVE WS-BGT-HEADROOM TO WS-BGT-DISPLAY
                   DISPLAY "  FORECAST HEADROOM $" WS-BGT-DISPLAY
               END-IF
           END-IF.


       7300-LOG-CONTRACTOR-BID.


       7400-BID-COMPARISON.
           PERFORM 7470-BUILD-SCORECARD.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
                       DISPLAY "    MASTER: "
                           CM-TBL-NAME(CM-FOUND-INDEX)
                           " TRADE: " CM-TBL-TRADE(CM-FOUND-INDEX)
                       PERFORM 7435-DISPLAY-BID-SCORECARD
                   END-IF
               END-IF
           END-IF.


       7435-DISPLAY-BID-SCORECARD.
           IF SC-JOBS(CM-FOUND-INDEX) = ZEROES
               DISPLAY "    SCORECARD: NO CLOSED JOBS ON FILE YET"
           ELSE
               MOVE SC-SCORE(CM-FOUND-INDEX) TO SC-DISPLAY-SCORE
               IF SC-RATED-JOBS(CM-FOUND-INDEX) > ZEROES
                   COMPUTE SC-AVG-RATING ROUNDED =
                       SC-RATING-SUM(CM-FOUND-INDEX) /
                       SC-RATED-JOBS(CM-FOUND-INDEX)
                   MOVE SC-AVG-RATING TO SC-DISPLAY-RATING
                   DISPLAY "    SCORECARD: " SC-DISPLAY-SCORE
                       "/100 FROM " SC-JOBS(CM-FOUND-INDEX)
                       " CLOSED JOB(S), QUALITY "
                       SC-DISPLAY-RATING "/5"
               ELSE
                   DISPLAY "    SCORECARD: " SC-DISPLAY-SCORE
                       "/100 FROM " SC-JOBS(CM-FOUND-INDEX)
                       " CLOSED JOB(S), NOT RATED"
               END-IF
               DISPLAY "    ON TIME " SC-ONTIME-JOBS(CM-FOUND-INDEX)
                   " OF " SC-DATED-JOBS(CM-FOUND-INDEX)
                   ", PAYMENTS OVER QUOTE ON "
                   SC-PAY-OVER-JOBS(CM-FOUND-INDEX) " JOB(S)"
           END-IF.


       7440-COMPUTE-QUOTE-AGE.
           MOVE SPACES TO WS-REFRESH-MARK.
           MOVE ZEROES TO WS-DISPLAY-AGE.
                       MOVE "** REFRESH" TO WS-REFRESH-MARK
                   END-IF
               ELSE
                   MOVE "** BAD DATE" TO WS-REFRESH-MARK
               END-IF
           ELSE
               MOVE "** NO DATE" TO WS-REFRESH-MARK
           END-IF.


       7450-CONTRACTOR-SCORECARD.
           DISPLAY "(R)ATE THE CONTRACTOR ON A CLOSED PROJECT OR SEE "
               "THE (S)CORECARD?".
           ACCEPT USER-SC-ACTION.

           EVALUATE USER-SC-ACTION
               WHEN "R"
                   PERFORM 7452-RATE-CLOSED-PROJECT
               WHEN "S"
                   PERFORM 7460-SCORECARD-REPORT
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE."
                   MOVE ZEROES TO WS-RECORD-COUNT
           END-EVALUATE.


       7452-RATE-CLOSED-PROJECT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           DISPLAY "ENTER THE CLOSED PROJECT NUMBER TO RATE".
           ACCEPT RATE-CAP-PROJECT.
           MOVE RATE-CAP-PROJECT TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.

           IF PROJ-ROW-FOUND AND
               TABLE-STATUS(PROJ-ROW-INDEX) NOT = "C"
               DISPLAY "PROJECT " RATE-CAP-PROJECT " IS NOT CLOSED "
                   "YET - RATE IT WHEN IT IS COMPLETE."
               MOVE ZEROES TO WS-RECORD-COUNT
           ELSE
               PERFORM 7455-CAPTURE-RATINGS
               MOVE RATE-ASKED-COUNT TO WS-RECORD-COUNT
           END-IF.


       7455-CAPTURE-RATINGS.
           PERFORM 7410-LOAD-BID-TABLE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO RATE-ASKED-COUNT.

           PERFORM 7456-ASK-BID-RATING
               VARYING BID-SCAN-INDEX FROM 1 BY 1
               UNTIL BID-SCAN-INDEX > WS-BID-COUNT.

           IF RATE-ASKED-COUNT = ZEROES
               OPEN INPUT ARCHCONTRFILE
               MOVE "Y" TO ARCHCONTR-OPEN-SW

               READ ARCHCONTRFILE
                   AT END SET ENDOFFILE7 TO TRUE
               END-READ

               PERFORM 7457-ASK-ARCHIVED-RATING UNTIL ENDOFFILE7

               CLOSE ARCHCONTRFILE
               MOVE "N" TO ARCHCONTR-OPEN-SW
           END-IF.

           IF RATE-ASKED-COUNT = ZEROES
               DISPLAY "NO AWARDED CONTRACTOR ON FILE FOR PROJECT "
                   RATE-CAP-PROJECT " - NOTHING TO RATE."
           END-IF.


       7456-ASK-BID-RATING.
           IF BID-PROJECT-NUM(BID-SCAN-INDEX) = RATE-CAP-PROJECT AND
               BID-AWARD-FLAG(BID-SCAN-INDEX) = "Y"
               MOVE BID-COMPANY(BID-SCAN-INDEX) TO RATE-COMPANY
               MOVE BID-MASTER-ID(BID-SCAN-INDEX) TO RATE-CM-ID
               PERFORM 7458-ASK-ONE-RATING
           END-IF.


       7457-ASK-ARCHIVED-RATING.
           IF ARCHC-PROJECT-NUM = RATE-CAP-PROJECT AND
               ARCHC-AWARD-FLAG = "Y"
               MOVE ARCHC-COMPANY TO RATE-COMPANY
               MOVE ARCHC-MASTER-ID TO RATE-CM-ID
               PERFORM 7458-ASK-ONE-RATING
           END-IF.

           READ ARCHCONTRFILE
               AT END SET ENDOFFILE7 TO TRUE
           END-READ.


       7458-ASK-ONE-RATING.
           ADD 1 TO RATE-ASKED-COUNT.

           IF RATE-CM-ID IS NOT NUMERIC
               DISPLAY RATE-COMPANY " HAS NO CONTRACTOR MASTER ID "
                   "ON THE BID - LINK IT BEFORE RATING."
           ELSE
               DISPLAY "RATE THE WORK BY " RATE-COMPANY
                   " FROM 1 TO 5 (5 = BEST)"
               ACCEPT USER-RATE-SCORE
               PERFORM 7494-VALIDATE-RATE-SCORE
               DISPLAY "ENTER A SHORT COMMENT (OR PRESS ENTER)"
               ACCEPT USER-RATE-COMMENT

               OPEN EXTEND RATINGFILE
               MOVE "Y" TO RATINGFILE-OPEN-SW
               MOVE RATE-CAP-PROJECT TO RATING-PROJECT-NUM
               MOVE RATE-CM-ID TO RATING-CM-ID
               MOVE USER-RATE-SCORE TO RATING-SCORE
               MOVE WS-CURRENT-DATE TO RATING-DATE
               MOVE USER-RATE-COMMENT TO RATING-COMMENT
               WRITE RATINGDETAILS
               CLOSE RATINGFILE
               MOVE "N" TO RATINGFILE-OPEN-SW

               DISPLAY "RATING SAVED - THE LATEST RATING FOR A "
                   "PROJECT AND CONTRACTOR IS THE ONE USED."
           END-IF.


       7460-SCORECARD-REPORT.
           PERFORM 7470-BUILD-SCORECARD.

           DISPLAY "=============================================".
           DISPLAY "CONTRACTOR SCORECARD FROM CLOSED PROJECTS".
           DISPLAY "SCORE OUT OF 100: COST 30, SCHEDULE 30, "
               "PAYMENTS 10, QUALITY 30".
           DISPLAY "(PARTS WITH NO DATA ARE LEFT OUT OF THE SCORE)".

           MOVE ZEROES TO WS-RECORD-COUNT.

           PERFORM 7462-REPORT-ONE-CONTRACTOR
               VARYING CM-SCAN-INDEX FROM 1 BY 1
               UNTIL CM-SCAN-INDEX > WS-CM-COUNT.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "NO CLOSED JOBS WITH A CONTRACTOR MASTER ID "
                   "ON FILE."
           END-IF.
           DISPLAY "=============================================".


       7462-REPORT-ONE-CONTRACTOR.
           IF SC-JOBS(CM-SCAN-INDEX) > ZEROES
               ADD 1 TO WS-RECORD-COUNT
               MOVE SC-SCORE(CM-SCAN-INDEX) TO SC-DISPLAY-SCORE
               DISPLAY CM-TBL-ID(CM-SCAN-INDEX) " "
                   CM-TBL-NAME(CM-SCAN-INDEX) " "
                   CM-TBL-TRADE(CM-SCAN-INDEX)
                   " SCORE " SC-DISPLAY-SCORE "/100"

               MOVE SC-QUOTED(CM-SCAN-INDEX) TO WS-DISPLAY-ESTIMATE
               MOVE SC-SPENT(CM-SCAN-INDEX) TO WS-DISPLAY-ACTUAL
               PERFORM 7463-SET-QUOTE-LABEL
               DISPLAY "  " SC-JOBS(CM-SCAN-INDEX) " JOB(S)"
                   " QUOTED $" WS-DISPLAY-ESTIMATE
                   " SPENT $" WS-DISPLAY-ACTUAL
               DISPLAY "    " WS-VARIANCE-LABEL " $"
                   WS-DISPLAY-VARIANCE

               IF SC-DATED-JOBS(CM-SCAN-INDEX) > ZEROES
                   COMPUTE SC-AVG-LATE ROUNDED =
                       SC-LATE-DAYS(CM-SCAN-INDEX) /
                       SC-DATED-JOBS(CM-SCAN-INDEX)
                   MOVE SC-AVG-LATE TO WS-DISPLAY-DAYS
                   DISPLAY "  ON TIME " SC-ONTIME-JOBS(CM-SCAN-INDEX)
                       " OF " SC-DATED-JOBS(CM-SCAN-INDEX)
                       " WITH A TARGET DATE, AVERAGE "
                       WS-DISPLAY-DAYS " DAYS LATE"
               ELSE
                   DISPLAY "  NO TARGET/COMPLETION DATES TO "
                       "COMPARE"
               END-IF

               MOVE SC-PAY-OVER-AMT(CM-SCAN-INDEX) TO WS-DISPLAY-TOTAL
               DISPLAY "  PAYMENTS OVER QUOTE ON "
                   SC-PAY-OVER-JOBS(CM-SCAN-INDEX)
                   " JOB(S), TOTAL $" WS-DISPLAY-TOTAL

               IF SC-RATED-JOBS(CM-SCAN-INDEX) > ZEROES
                   COMPUTE SC-AVG-RATING ROUNDED =
                       SC-RATING-SUM(CM-SCAN-INDEX) /
                       SC-RATED-JOBS(CM-SCAN-INDEX)
                   MOVE SC-AVG-RATING TO SC-DISPLAY-RATING
                   DISPLAY "  QUALITY " SC-DISPLAY-RATING "/5 FROM "
                       SC-RATED-JOBS(CM-SCAN-INDEX) " RATING(S)"
               ELSE
                   DISPLAY "  NOT RATED YET"
               END-IF

               PERFORM 7464-REPORT-ONE-JOB
                   VARYING JOB-SCAN-INDEX FROM 1 BY 1
                   UNTIL JOB-SCAN-INDEX > WS-JOB-COUNT
           END-IF.


       7463-SET-QUOTE-LABEL.
           EVALUATE TRUE
               WHEN SC-SPENT(CM-SCAN-INDEX) > SC-QUOTED(CM-SCAN-INDEX)
                   MOVE "OVER QUOTE" TO WS-VARIANCE-LABEL
                   COMPUTE WS-VARIANCE-AMOUNT = SC-SPENT(CM-SCAN-INDEX)
                       - SC-QUOTED(CM-SCAN-INDEX)
               WHEN SC-SPENT(CM-SCAN-INDEX) < SC-QUOTED(CM-SCAN-INDEX)
                   MOVE "UNDER QUOTE" TO WS-VARIANCE-LABEL
                   COMPUTE WS-VARIANCE-AMOUNT =
                       SC-QUOTED(CM-SCAN-INDEX) -
                       SC-SPENT(CM-SCAN-INDEX)
               WHEN OTHER
                   MOVE "AT QUOTE" TO WS-VARIANCE-LABEL
                   MOVE ZEROES TO WS-VARIANCE-AMOUNT
           END-EVALUATE.
           MOVE WS-VARIANCE-AMOUNT TO WS-DISPLAY-VARIANCE.


       7464-REPORT-ONE-JOB.
           IF JOB-CM-ID(JOB-SCAN-INDEX) = CM-TBL-ID(CM-SCAN-INDEX)
               MOVE JOB-QUOTE(JOB-SCAN-INDEX) TO WS-DISPLAY-ESTIMATE
               MOVE JOB-SPENT(JOB-SCAN-INDEX) TO WS-DISPLAY-ACTUAL
               DISPLAY "    PROJECT " JOB-PROJECT(JOB-SCAN-INDEX)
                   " QUOTE $" WS-DISPLAY-ESTIMATE
                   " SPENT $" WS-DISPLAY-ACTUAL
                   " DONE " JOB-DONE-DATE(JOB-SCAN-INDEX)
               IF JOB-RATING(JOB-SCAN-INDEX) NOT = SPACE
                   DISPLAY "      RATED " JOB-RATING(JOB-SCAN-INDEX)
                       ": " JOB-COMMENT(JOB-SCAN-INDEX)
               END-IF
           END-IF.


       7470-BUILD-SCORECARD.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 7410-LOAD-BID-TABLE.
           PERFORM 8140-LOAD-CM-TABLE.
           PERFORM 8340-LOAD-PAYMENT-TABLE.
           PERFORM 8540-LOAD-SHIST-TABLE.
           PERFORM 7490-LOAD-RATING-TABLE.

           MOVE ZEROES TO WS-JOB-COUNT.
           MOVE ZEROES TO SCORECARD-TABLE.

           PERFORM 7471-ADD-ACTIVE-JOB
               VARYING BID-SCAN-INDEX FROM 1 BY 1
               UNTIL BID-SCAN-INDEX > WS-BID-COUNT.

           OPEN INPUT ARCHCONTRFILE.
           MOVE "Y" TO ARCHCONTR-OPEN-SW.
           READ ARCHCONTRFILE
               AT END SET ENDOFFILE7 TO TRUE
           END-READ.
           PERFORM 7472-ADD-ARCHIVED-JOB UNTIL ENDOFFILE7.
           CLOSE ARCHCONTRFILE.
           MOVE "N" TO ARCHCONTR-OPEN-SW.

           OPEN INPUT ARCHIVEFILE.
           MOVE "Y" TO ARCHIVEFILE-OPEN-SW.
           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.
           PERFORM 7474-SET-ARCHIVED-TARGET UNTIL ENDOFFILE6.
           CLOSE ARCHIVEFILE.
           MOVE "N" TO ARCHIVEFILE-OPEN-SW.

           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.
           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.
           PERFORM 7476-ADD-JOB-EXPENSE UNTIL ENDOFFILE4.
           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.

           PERFORM 7478-FINISH-JOB
               VARYING JOB-SCAN-INDEX FROM 1 BY 1
               UNTIL JOB-SCAN-INDEX > WS-JOB-COUNT.

           PERFORM 7485-COMPUTE-SCORE
               VARYING CM-SCAN-INDEX FROM 1 BY 1
               UNTIL CM-SCAN-INDEX > WS-CM-COUNT.


       7471-ADD-ACTIVE-JOB.
           IF BID-AWARD-FLAG(BID-SCAN-INDEX) = "Y" AND
               BID-MASTER-ID(BID-SCAN-INDEX) IS NUMERIC
               MOVE BID-PROJECT-NUM(BID-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   IF TABLE-STATUS(PROJ-ROW-INDEX) = "C"
                       MOVE BID-PROJECT-NUM(BID-SCAN-INDEX)
                           TO JOBW-PROJECT
                       MOVE BID-MASTER-ID(BID-SCAN-INDEX)
                           TO JOBW-CM-ID
                       MOVE BID-QUOTE-COST(BID-SCAN-INDEX)
                           TO JOBW-QUOTE
                       MOVE TABLE-TARGET-DATE(PROJ-ROW-INDEX)
                           TO JOBW-TARGET
                       PERFORM 7473-ADD-JOB
                   END-IF
               END-IF
           END-IF.


       7472-ADD-ARCHIVED-JOB.
           IF ARCHC-AWARD-FLAG = "Y" AND
               ARCHC-MASTER-ID IS NUMERIC
               MOVE ARCHC-PROJECT-NUM TO JOBW-PROJECT
               MOVE ARCHC-MASTER-ID TO JOBW-CM-ID
               MOVE ARCHC-QUOTE-COST TO JOBW-QUOTE
               MOVE SPACES TO JOBW-TARGET
               PERFORM 7473-ADD-JOB
           END-IF.

           READ ARCHCONTRFILE
               AT END SET ENDOFFILE7 TO TRUE
           END-READ.


       7473-ADD-JOB.
           IF WS-JOB-COUNT < 300
               ADD 1 TO WS-JOB-COUNT
               MOVE JOBW-PROJECT TO JOB-PROJECT(WS-JOB-COUNT)
               MOVE JOBW-CM-ID TO JOB-CM-ID(WS-JOB-COUNT)
               MOVE ZEROES TO JOB-QUOTE(WS-JOB-COUNT)
               IF JOBW-QUOTE IS NUMERIC
                   MOVE JOBW-QUOTE TO JOB-QUOTE(WS-JOB-COUNT)
               END-IF
               MOVE JOBW-TARGET TO JOB-TARGET(WS-JOB-COUNT)
               MOVE ZEROES TO JOB-DONE-DATE(WS-JOB-COUNT)
                   JOB-SPENT(WS-JOB-COUNT) JOB-PAID(WS-JOB-COUNT)
               MOVE SPACE TO JOB-RATING(WS-JOB-COUNT)
               MOVE SPACES TO JOB-COMMENT(WS-JOB-COUNT)
           ELSE
               DISPLAY "WARNING: MORE THAN 300 CLOSED JOBS - SOME "
                   "WERE LEFT OUT OF THE SCORECARD."
           END-IF.


       7474-SET-ARCHIVED-TARGET.
           PERFORM 7475-MATCH-ARCHIVED-TARGET
               VARYING JOB-SCAN-INDEX FROM 1 BY 1
               UNTIL JOB-SCAN-INDEX > WS-JOB-COUNT.

           READ ARCHIVEFILE
               AT END SET ENDOFFILE6 TO TRUE
           END-READ.


       7475-MATCH-ARCHIVED-TARGET.
           IF JOB-PROJECT(JOB-SCAN-INDEX) = ARCHIVE-PROJECT-NUM AND
               JOB-TARGET(JOB-SCAN-INDEX) = SPACES
               MOVE ARCHIVE-TARGET-DATE TO JOB-TARGET(JOB-SCAN-INDEX)
           END-IF.


       7476-ADD-JOB-EXPENSE.
           IF EXPENSE-PROJECT-NUM IS NUMERIC AND
               EXPENSE-AMOUNT IS NUMERIC
               MOVE EXPENSE-AMOUNT TO WS-ACTUAL-NUM
               PERFORM 7477-POST-JOB-EXPENSE
                   VARYING JOB-SCAN-INDEX FROM 1 BY 1
                   UNTIL JOB-SCAN-INDEX > WS-JOB-COUNT
           END-IF.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.


       7477-POST-JOB-EXPENSE.
           IF JOB-PROJECT(JOB-SCAN-INDEX) = EXPENSE-PROJECT-NUM
               ADD WS-ACTUAL-NUM TO JOB-SPENT(JOB-SCAN-INDEX)
           END-IF.


       7478-FINISH-JOB.
           PERFORM 7479-ADD-JOB-PAYMENT
               VARYING PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL PAY-SCAN-INDEX > WS-PAYMENT-COUNT.
           ADD JOB-PAID(JOB-SCAN-INDEX) TO JOB-SPENT(JOB-SCAN-INDEX).

           PERFORM 7480-FIND-JOB-COMPLETION
               VARYING SHIST-SCAN-INDEX FROM 1 BY 1
               UNTIL SHIST-SCAN-INDEX > WS-SHIST-COUNT.

           MOVE "N" TO RATING-FOUND-SW.
           PERFORM 7481-FIND-JOB-RATING
               VARYING RATING-SCAN-INDEX FROM 1 BY 1
               UNTIL RATING-SCAN-INDEX > WS-RATING-COUNT
                   OR RATING-FOUND.

           MOVE JOB-CM-ID(JOB-SCAN-INDEX) TO CM-LOOKUP-ID.
           PERFORM 8143-FIND-CM-BY-ID.
           IF CM-FOUND
               PERFORM 7482-POST-JOB-TO-SCORECARD
           END-IF.


       7479-ADD-JOB-PAYMENT.
           IF PAY-TBL-PROJECT(PAY-SCAN-INDEX) =
               JOB-PROJECT(JOB-SCAN-INDEX) AND
               PAY-TBL-PAID-FLAG(PAY-SCAN-INDEX) = "Y" AND
               PAY-TBL-AMOUNT(PAY-SCAN-INDEX) IS NUMERIC
               MOVE PAY-TBL-AMOUNT(PAY-SCAN-INDEX) TO WS-ACTUAL-NUM
               ADD WS-ACTUAL-NUM TO JOB-PAID(JOB-SCAN-INDEX)
           END-IF.


       7480-FIND-JOB-COMPLETION.
           IF SH-TBL-PROJECT(SHIST-SCAN-INDEX) =
               JOB-PROJECT(JOB-SCAN-INDEX) AND
               SH-TBL-NEW-STATUS(SHIST-SCAN-INDEX) = "C"
               MOVE SH-TBL-DATE(SHIST-SCAN-INDEX)
                   TO JOB-DONE-DATE(JOB-SCAN-INDEX)
           END-IF.


       7481-FIND-JOB-RATING.
           IF RTG-TBL-PROJECT(RATING-SCAN-INDEX) =
               JOB-PROJECT(JOB-SCAN-INDEX) AND
               RTG-TBL-CM-ID(RATING-SCAN-INDEX) =
               JOB-CM-ID(JOB-SCAN-INDEX)
               SET RATING-FOUND TO TRUE
               MOVE RTG-TBL-SCORE(RATING-SCAN-INDEX)
                   TO JOB-RATING(JOB-SCAN-INDEX)
               MOVE RTG-TBL-COMMENT(RATING-SCAN-INDEX)
                   TO JOB-COMMENT(JOB-SCAN-INDEX)
           END-IF.


       7482-POST-JOB-TO-SCORECARD.
           ADD 1 TO SC-JOBS(CM-FOUND-INDEX).
           ADD JOB-QUOTE(JOB-SCAN-INDEX) TO SC-QUOTED(CM-FOUND-INDEX).
           ADD JOB-SPENT(JOB-SCAN-INDEX) TO SC-SPENT(CM-FOUND-INDEX).

           IF JOB-PAID(JOB-SCAN-INDEX) > JOB-QUOTE(JOB-SCAN-INDEX)
               ADD 1 TO SC-PAY-OVER-JOBS(CM-FOUND-INDEX)
               COMPUTE SC-PAY-OVER-AMT(CM-FOUND-INDEX) =
                   SC-PAY-OVER-AMT(CM-FOUND-INDEX) +
                   JOB-PAID(JOB-SCAN-INDEX) - JOB-QUOTE(JOB-SCAN-INDEX)
           END-IF.

           MOVE ZEROES TO SC-TARGET-INTEGER SC-DONE-INTEGER.
           IF JOB-TARGET(JOB-SCAN-INDEX) IS NUMERIC AND
               JOB-TARGET(JOB-SCAN-INDEX) > "00000000" AND
               JOB-DONE-DATE(JOB-SCAN-INDEX) > ZEROES
               MOVE JOB-TARGET(JOB-SCAN-INDEX) TO SC-TARGET-YMD
               COMPUTE SC-TARGET-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-TARGET-YMD)
               COMPUTE SC-DONE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (JOB-DONE-DATE(JOB-SCAN-INDEX))
           END-IF.
           IF SC-TARGET-INTEGER > ZEROES AND SC-DONE-INTEGER > ZEROES
               ADD 1 TO SC-DATED-JOBS(CM-FOUND-INDEX)
               IF SC-DONE-INTEGER > SC-TARGET-INTEGER
                   COMPUTE SC-LATE-DAYS(CM-FOUND-INDEX) =
                       SC-LATE-DAYS(CM-FOUND-INDEX) +
                       SC-DONE-INTEGER - SC-TARGET-INTEGER
               ELSE
                   ADD 1 TO SC-ONTIME-JOBS(CM-FOUND-INDEX)
               END-IF
           END-IF.

           IF JOB-RATING(JOB-SCAN-INDEX) IS NUMERIC
               ADD 1 TO SC-RATED-JOBS(CM-FOUND-INDEX)
               MOVE JOB-RATING(JOB-SCAN-INDEX) TO SC-RATING-NUM
               ADD SC-RATING-NUM TO SC-RATING-SUM(CM-FOUND-INDEX)
           END-IF.


       7485-COMPUTE-SCORE.
           MOVE ZEROES TO SC-POINTS SC-POSSIBLE.

           IF SC-JOBS(CM-SCAN-INDEX) > ZEROES
               ADD 30 TO SC-POSSIBLE
               IF SC-SPENT(CM-SCAN-INDEX) > SC-QUOTED(CM-SCAN-INDEX)
                   COMPUTE SC-POINTS = SC-POINTS +
                       (30 * SC-QUOTED(CM-SCAN-INDEX)) /
                       SC-SPENT(CM-SCAN-INDEX)
               ELSE
                   ADD 30 TO SC-POINTS
               END-IF

               IF SC-DATED-JOBS(CM-SCAN-INDEX) > ZEROES
                   ADD 30 TO SC-POSSIBLE
                   COMPUTE SC-POINTS = SC-POINTS +
                       (30 * SC-ONTIME-JOBS(CM-SCAN-INDEX)) /
                       SC-DATED-JOBS(CM-SCAN-INDEX)
               END-IF

               ADD 10 TO SC-POSSIBLE
               COMPUTE SC-POINTS = SC-POINTS +
                   (10 * (SC-JOBS(CM-SCAN-INDEX) -
                   SC-PAY-OVER-JOBS(CM-SCAN-INDEX))) /
                   SC-JOBS(CM-SCAN-INDEX)

               IF SC-RATED-JOBS(CM-SCAN-INDEX) > ZEROES
                   ADD 30 TO SC-POSSIBLE
                   COMPUTE SC-POINTS = SC-POINTS +
                       (6 * SC-RATING-SUM(CM-SCAN-INDEX)) /
                       SC-RATED-JOBS(CM-SCAN-INDEX)
               END-IF

               COMPUTE SC-SCORE(CM-SCAN-INDEX) ROUNDED =
                   (SC-POINTS * 100) / SC-POSSIBLE
           END-IF.


       7490-LOAD-RATING-TABLE.
           OPEN INPUT RATINGFILE.
           MOVE "Y" TO RATINGFILE-OPEN-SW.

           MOVE ZEROES TO WS-RATING-COUNT.

           READ RATINGFILE
               AT END SET ENDOFFILE22 TO TRUE
           END-READ.

           PERFORM 7491-STORE-RATING-ROW UNTIL ENDOFFILE22.

           CLOSE RATINGFILE.
           MOVE "N" TO RATINGFILE-OPEN-SW.


       7491-STORE-RATING-ROW.
           MOVE "N" TO RATING-FOUND-SW.
           PERFORM 7492-UPDATE-RATING-ROW
               VARYING RATING-SCAN-INDEX FROM 1 BY 1
               UNTIL RATING-SCAN-INDEX > WS-RATING-COUNT
                   OR RATING-FOUND.

           IF NOT RATING-FOUND
               IF WS-RATING-COUNT < 300
                   ADD 1 TO WS-RATING-COUNT
                   MOVE RATING-PROJECT-NUM
                       TO RTG-TBL-PROJECT(WS-RATING-COUNT)
                   MOVE RATING-CM-ID TO RTG-TBL-CM-ID(WS-RATING-COUNT)
                   MOVE RATING-SCORE TO RTG-TBL-SCORE(WS-RATING-COUNT)
                   MOVE RATING-COMMENT
                       TO RTG-TBL-COMMENT(WS-RATING-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 300 RATINGS ON FILE - "
                       "SOME RATINGS WERE NOT LOADED."
               END-IF
           END-IF.

           READ RATINGFILE
               AT END SET ENDOFFILE22 TO TRUE
           END-READ.


       7492-UPDATE-RATING-ROW.
           IF RTG-TBL-PROJECT(RATING-SCAN-INDEX) = RATING-PROJECT-NUM
               AND RTG-TBL-CM-ID(RATING-SCAN-INDEX) = RATING-CM-ID
               SET RATING-FOUND TO TRUE
               MOVE RATING-SCORE TO RTG-TBL-SCORE(RATING-SCAN-INDEX)
               MOVE RATING-COMMENT
                   TO RTG-TBL-COMMENT(RATING-SCAN-INDEX)
           END-IF.


       7494-VALIDATE-RATE-SCORE.
           MOVE "N" TO FIELD-VALID-SW.
           PERFORM 7495-CHECK-RATE-SCORE UNTIL FIELD-VALID.


       7495-CHECK-RATE-SCORE.
           IF USER-RATE-SCORE = "1" OR "2" OR "3" OR "4" OR "5"
               SET FIELD-VALID TO TRUE
           ELSE
               DISPLAY "RATING MUST BE 1, 2, 3, 4 OR 5 - TRY AGAIN"
               ACCEPT USER-RATE-SCORE
           END-IF.


       8005-MARK-COMPLETED-PROJECT.
           IF TABLE-STATUS(ITERATOR) = "C"
               ADD 1 TO ARCHIVE-COUNT
               MOVE "Y" TO ARCHIVED-SW(ITERATOR)
           END-IF.


       8006-CHECK-ARCHIVED-NUM.
           MOVE "N" TO ARCHIVED-MATCH-SW.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND
               IF ARCHIVED-SW(PROJ-ROW-INDEX) = "Y"
                   SET PROJECT-WAS-ARCHIVED TO TRUE
               END-IF
           END-IF.




       8015-ARCHIVE-CONTRACTOR-ROW.
           MOVE "N" TO ARCHIVED-MATCH-SW.
           IF BID-PROJECT-NUM(BID-SCAN-INDEX) IS NUMERIC AND
               BID-PROJECT-NUM(BID-SCAN-INDEX) > ZEROES
               MOVE BID-PROJECT-NUM(BID-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 8006-CHECK-ARCHIVED-NUM
           END-IF.

           IF PROJECT-WAS-ARCHIVED
               MOVE WS-CURRENT-DATE TO ARCHC-DATE
               MOVE BID-PROJECT-NUM(BID-SCAN-INDEX)
                   TO ARCHC-PROJECT-NUM


       8025-KEEP-CSV-ROW.
           MOVE "N" TO ARCHIVED-MATCH-SW.
           IF CSV-NUM(CSV-SCAN-INDEX) IS NUMERIC AND
               CSV-NUM(CSV-SCAN-INDEX) > ZEROES
               MOVE CSV-NUM(CSV-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 8006-CHECK-ARCHIVED-NUM
           END-IF.

           IF PROJECT-WAS-ARCHIVED
               CONTINUE
           ELSE
               ADD 1 TO ARCHIVE-KEPT-COUNT


       8035-WRITE-KEPT-BID.
           MOVE "N" TO ARCHIVED-MATCH-SW.
           IF BID-PROJECT-NUM(BID-SCAN-INDEX) IS NUMERIC AND
               BID-PROJECT-NUM(BID-SCAN-INDEX) > ZEROES
               MOVE BID-PROJECT-NUM(BID-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 8006-CHECK-ARCHIVED-NUM
           END-IF.

           IF PROJECT-WAS-ARCHIVED
               CONTINUE
           ELSE
               MOVE BID-PROJECT-NUM(BID-SCAN-INDEX)
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           IF EXPENSE-PROJECT-NUM IS NUMERIC AND
               EXPENSE-PROJECT-NUM > ZEROES AND
               EXPENSE-AMOUNT IS NUMERIC AND
               EXPENSE-DATE(1:4) = USER-BGT-YEAR
               MOVE EXPENSE-PROJECT-NUM TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   IF TABLE-PROPERTY(PROJ-ROW-INDEX) =
                       BGT-CHECK-PROPERTY
                       MOVE EXPENSE-AMOUNT TO WS-ACTUAL-NUM
                       ADD WS-ACTUAL-NUM TO WS-BGT-ACTUALS
                   END-IF
               END-IF
           END-IF.

           READ EXPENSEFILE

       8100-ARCHIVE-INQUIRY.
           DISPLAY "ENTER THE ARCHIVED PROJECT NUMBER TO LOOK UP "
               "(0 FOR ALL)".
           ACCEPT USER-INQUIRY-NUM.

           MOVE ZEROES TO WS-RECORD-COUNT.
               PERFORM 8170-SHOW-PAYMENT-SECTION
               PERFORM 8175-SHOW-EXPENSE-SECTION
               PERFORM 8180-SHOW-MATERIAL-SECTION
               PERFORM 8190-SHOW-PERMIT-SECTION
               PERFORM 8185-SHOW-HISTORY-SECTION
               DISPLAY "============================================="
               MOVE 1 TO WS-RECORD-COUNT
           END-IF.


       8190-SHOW-PERMIT-SECTION.
           PERFORM 6540-LOAD-PERMIT-TABLE.
           PERFORM 6545-LOAD-INSP-TABLE.

           DISPLAY "PERMITS AND INSPECTIONS:".
           MOVE ZEROES TO INQ-SECTION-COUNT.

           PERFORM 8191-SHOW-ONE-INQ-PERMIT
               VARYING PERMIT-SCAN-INDEX FROM 1 BY 1
               UNTIL PERMIT-SCAN-INDEX > WS-PERMIT-COUNT.

           IF INQ-SECTION-COUNT = ZEROES
               DISPLAY "  NONE ON FILE."
           END-IF.


       8191-SHOW-ONE-INQ-PERMIT.
           IF PMT-TBL-PROJECT(PERMIT-SCAN-INDEX) = LOOKUP-PROJECT-NUM
               ADD 1 TO INQ-SECTION-COUNT
               PERFORM 6550-EVALUATE-PERMIT
               IF PERMIT-FINAL-PASSED
                   MOVE "FINAL PASSED" TO PMT-STATE-LABEL
               ELSE
                   MOVE "** OPEN **" TO PMT-STATE-LABEL
               END-IF
               DISPLAY "  PERMIT " PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
                   " " PMT-TBL-OFFICE(PERMIT-SCAN-INDEX)
                   " EXPIRES " PMT-TBL-EXPIRY(PERMIT-SCAN-INDEX)
                   " " PMT-STATE-LABEL
               PERFORM 8192-SHOW-ONE-INQ-INSPECTION
                   VARYING INSP-SCAN-INDEX FROM 1 BY 1
                   UNTIL INSP-SCAN-INDEX > WS-INSP-COUNT
           END-IF.


       8192-SHOW-ONE-INQ-INSPECTION.
           IF INS-TBL-PROJECT(INSP-SCAN-INDEX) = LOOKUP-PROJECT-NUM
               AND INS-TBL-PERMIT(INSP-SCAN-INDEX) =
                   PMT-TBL-NUMBER(PERMIT-SCAN-INDEX)
               EVALUATE INS-TBL-RESULT(INSP-SCAN-INDEX)
                   WHEN "P"
                       MOVE "PASSED" TO PMT-STATE-LABEL
                   WHEN "F"
                       MOVE "** FAILED **" TO PMT-STATE-LABEL
                   WHEN OTHER
                       MOVE "PENDING" TO PMT-STATE-LABEL
               END-EVALUATE
               IF INS-TBL-FINAL(INSP-SCAN-INDEX) = "Y"
                   DISPLAY "    " INS-TBL-STAGE(INSP-SCAN-INDEX)
                       " (FINAL) SCHEDULED "
                       INS-TBL-SCHED(INSP-SCAN-INDEX) " "
                       PMT-STATE-LABEL " "
                       INS-TBL-RESULT-DATE(INSP-SCAN-INDEX)
               ELSE
                   DISPLAY "    " INS-TBL-STAGE(INSP-SCAN-INDEX)
                       " SCHEDULED "
                       INS-TBL-SCHED(INSP-SCAN-INDEX) " "
                       PMT-STATE-LABEL " "
                       INS-TBL-RESULT-DATE(INSP-SCAN-INDEX)
               END-IF
           END-IF.


       8200-MAINTAIN-TASKS.
           DISPLAY "(A)DD A TASK, (U)PDATE A TASK STATUS, OR "
               "(L)IST TASKS FOR A PROJECT?".

               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

               PERFORM 3105-GET-NEXT-PROJECT-NUM

               PERFORM 8800-TAKE-BACKUPS


               IF NOT RECUR-ACTIVE-ON-FILE AND
                   RECUR-NEXT-DATE <= WS-CURRENT-DATE
                   IF WS-NEXT-PROJECT-NUM > 9999
                       DISPLAY "CANNOT RE-CREATE "
                           R-TBL-NICKNAME(RECUR-SCAN-INDEX)
                           " - ALL PROJECT NUMBERS UP TO 9999 "
                           "HAVE BEEN USED."
                   ELSE
                       MOVE WS-NEXT-PROJECT-NUM TO NEW-PROJECT-NUM
                       PERFORM 3107-SAVE-NEXT-PROJECT-NUM
                       ADD 1 TO WS-NEXT-PROJECT-NUM
                       MOVE R-TBL-NICKNAME(RECUR-SCAN-INDEX)
                           TO NEW-NAME
                       MOVE R-TBL-SIZE(RECUR-SCAN-INDEX)

           MOVE ZEROES TO WS-RECORD-COUNT.

           PERFORM 8505-BUILD-CYCLE-LIST.

           PERFORM 8510-REPLAY-ONE-PROJECT
               VARYING CYCLE-LIST-INDEX FROM 1 BY 1
               UNTIL CYCLE-LIST-INDEX > CYCLE-LIST-COUNT.

           IF WS-RECORD-COUNT = ZEROES
               DISPLAY "NO STATUS HISTORY ON FILE."
               "FOR MORE THAN " USER-STALL-DAYS " DAYS:".
           MOVE "N" TO CYCLE-STALL-SW.
           PERFORM 8520-LIST-STALLED-PROJECT
               VARYING CYCLE-LIST-INDEX FROM 1 BY 1
               UNTIL CYCLE-LIST-INDEX > CYCLE-LIST-COUNT.
           IF CYCLE-STALL-SW = "N"
               DISPLAY "  NONE."
           END-IF.
           DISPLAY "=============================================".


       8505-BUILD-CYCLE-LIST.
           MOVE ZEROES TO CYCLE-LIST-COUNT.

           PERFORM 8506-NOTE-CYCLE-PROJECT
               VARYING SHIST-SCAN-INDEX FROM 1 BY 1
               UNTIL SHIST-SCAN-INDEX > WS-SHIST-COUNT.

           MOVE "Y" TO CYCLE-SWAP-SW.
           PERFORM 8508-CYCLE-SORT-PASS UNTIL CYCLE-SWAP-SW = "N".


       8506-NOTE-CYCLE-PROJECT.
           IF SH-TBL-PROJECT(SHIST-SCAN-INDEX) IS NUMERIC AND
               SH-TBL-PROJECT(SHIST-SCAN-INDEX) > ZEROES
               MOVE "N" TO CYCLE-LIST-SW
               PERFORM 8507-MATCH-CYCLE-PROJECT
                   VARYING CYCLE-LIST-SCAN FROM 1 BY 1
                   UNTIL CYCLE-LIST-SCAN > CYCLE-LIST-COUNT
                       OR CYCLE-LIST-FOUND
               IF NOT CYCLE-LIST-FOUND
                   ADD 1 TO CYCLE-LIST-COUNT
                   MOVE SH-TBL-PROJECT(SHIST-SCAN-INDEX)
                       TO CYCLE-LIST-PROJECT(CYCLE-LIST-COUNT)
               END-IF
           END-IF.


       8507-MATCH-CYCLE-PROJECT.
           IF CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN) =
               SH-TBL-PROJECT(SHIST-SCAN-INDEX)
               SET CYCLE-LIST-FOUND TO TRUE
           END-IF.


       8508-CYCLE-SORT-PASS.
           MOVE "N" TO CYCLE-SWAP-SW.

           PERFORM VARYING CYCLE-LIST-SCAN FROM 1 BY 1
               UNTIL CYCLE-LIST-SCAN >= CYCLE-LIST-COUNT

               IF CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN) >
                   CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN + 1)
                   MOVE CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN)
                       TO CYCLE-LIST-HOLD
                   MOVE CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN + 1)
                       TO CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN)
                   MOVE CYCLE-LIST-HOLD
                       TO CYCLE-LIST-PROJECT(CYCLE-LIST-SCAN + 1)
                   MOVE "Y" TO CYCLE-SWAP-SW
               END-IF
           END-PERFORM.


       8510-REPLAY-ONE-PROJECT.
           MOVE CYCLE-LIST-PROJECT(CYCLE-LIST-INDEX)
               TO CYCLE-PROJECT-NUM.
           MOVE "N" TO CYCLE-ENTRY-SW.
           MOVE SPACE TO CYCLE-PREV-STATUS.
           MOVE ZEROES TO CYCLE-PREV-INTEGER CYCLE-FIRST-INTEGER.
           MOVE ZEROES TO CYCLE-DAYS-TABLE.
           MOVE SPACE TO CYCLE-CUR-STATUS(CYCLE-LIST-INDEX).
           MOVE ZEROES TO CYCLE-CUR-DAYS(CYCLE-LIST-INDEX).

           PERFORM 8512-REPLAY-ONE-ENTRY
               VARYING SHIST-SCAN-INDEX FROM 1 BY 1
                   MOVE ZEROES TO CYCLE-ELAPSED
               END-IF
               MOVE CYCLE-PREV-STATUS
                   TO CYCLE-CUR-STATUS(CYCLE-LIST-INDEX)
               MOVE CYCLE-DAYS TO CYCLE-CUR-DAYS(CYCLE-LIST-INDEX)
               PERFORM 8516-DISPLAY-PROJECT-CYCLE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

           DISPLAY "PROJECT " CYCLE-PROJECT-NUM " " CYCLE-NICKNAME
               " - CURRENT STATUS "
               CYCLE-CUR-STATUS(CYCLE-LIST-INDEX).

           MOVE CYCLE-DAYS-IN-STATUS(1) TO WS-CYCLE-DISPLAY.
           DISPLAY "  PLANNED " WS-CYCLE-DISPLAY " DAYS".
           MOVE CYCLE-DAYS-IN-STATUS(5) TO WS-CYCLE-DISPLAY.
           DISPLAY "  DEFERRED " WS-CYCLE-DISPLAY " DAYS".

           IF CYCLE-CUR-STATUS(CYCLE-LIST-INDEX) = "C"
               MOVE CYCLE-ELAPSED TO WS-CYCLE-DISPLAY
               DISPLAY "  FIRST PLAN TO COMPLETE: " WS-CYCLE-DISPLAY
                   " DAYS"
           ELSE
               MOVE CYCLE-CUR-DAYS(CYCLE-LIST-INDEX)
                   TO WS-CYCLE-DISPLAY
               DISPLAY "  IN CURRENT STATUS FOR " WS-CYCLE-DISPLAY
                   " DAYS"


       8520-LIST-STALLED-PROJECT.
           MOVE CYCLE-LIST-PROJECT(CYCLE-LIST-INDEX)
               TO CYCLE-PROJECT-NUM.

           IF (CYCLE-CUR-STATUS(CYCLE-LIST-INDEX) = "Q" OR
               CYCLE-CUR-STATUS(CYCLE-LIST-INDEX) = "S") AND
               CYCLE-CUR-DAYS(CYCLE-LIST-INDEX) > USER-STALL-DAYS
               MOVE "Y" TO CYCLE-STALL-SW
               PERFORM 8518-FIND-CYCLE-NICKNAME
               MOVE CYCLE-CUR-DAYS(CYCLE-LIST-INDEX)
                   TO WS-CYCLE-DISPLAY
               DISPLAY "  PROJECT " CYCLE-PROJECT-NUM " "
                   CYCLE-NICKNAME " IN STATUS "
                   CYCLE-CUR-STATUS(CYCLE-LIST-INDEX) " FOR "
                   WS-CYCLE-DISPLAY " DAYS"
           END-IF.

       8600-CASHFLOW-REPORT.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.

           MOVE ZEROES TO WS-CASHFLOW-COUNT.

           OPEN INPUT EXPENSEFILE.
           END-IF.


       8610-ACCUMULATE-CF-ROW.
           IF EXPENSE-PROJECT-NUM IS NUMERIC AND
               EXPENSE-PROJECT-NUM > ZEROES AND
               END-IF

               IF CF-MONTH-FOUND
                   MOVE EXPENSE-PROJECT-NUM TO PROJ-ROW-KEY
                   PERFORM 4018-FIND-PROJECT-ROW
                   IF PROJ-ROW-FOUND
                       MOVE PROJ-ROW-INDEX TO CF-PROJ-SLOT
                       MOVE TABLE-PROPERTY(PROJ-ROW-INDEX)
                           TO CF-PROJ-PROPERTY
                   ELSE
                       MOVE 100 TO CF-PROJ-SLOT
                       MOVE SPACE TO CF-PROJ-PROPERTY
                   END-IF
                   MOVE EXPENSE-AMOUNT TO WS-ACTUAL-NUM
                   ADD WS-ACTUAL-NUM TO
                       CF-PROJ-TOTAL(CF-ROW-INDEX, CF-PROJ-SLOT)
                   EVALUATE CF-PROJ-PROPERTY
                       WHEN "H"
                           ADD WS-ACTUAL-NUM TO
                               CF-HOUSE-TOTAL(CF-ROW-INDEX)

           PERFORM 8635-DISPLAY-CF-PROJECT
               VARYING CF-PROJ-INDEX FROM 1 BY 1
               UNTIL CF-PROJ-INDEX > 100.

           IF CF-MONTH(CF-ROW-INDEX)(1:4) = WS-CURRENT-YEAR
               ADD CF-HOUSE-TOTAL(CF-ROW-INDEX) TO WS-YTD-HOUSE

       8635-DISPLAY-CF-PROJECT.
           IF CF-PROJ-TOTAL(CF-ROW-INDEX, CF-PROJ-INDEX) > ZEROES
               MOVE CF-PROJ-TOTAL(CF-ROW-INDEX, CF-PROJ-INDEX)
                   TO WS-DISPLAY-TOTAL
               IF CF-PROJ-INDEX > WS-TABLE-COUNT
                   DISPLAY "  PROJECTS NOT ON FILE $"
                       WS-DISPLAY-TOTAL
               ELSE
                   DISPLAY "  PROJECT " TABLE-NUM(CF-PROJ-INDEX) " "
                       TABLE-NICKNAME(CF-PROJ-INDEX)
                       " $" WS-DISPLAY-TOTAL
               END-IF
           END-IF.


           OPEN OUTPUT EXPENSESCSV.
           MOVE "Y" TO EXPCSV-OPEN-SW.

           MOVE "PROJECT,DATE,PAYEE,AMOUNT,DESCRIPTION,CLASS"
               TO EXPCSV-REC.
           WRITE EXPCSV-REC.

                  ","                        DELIMITED BY SIZE
                  EXPENSE-DESCRIPTION(1:WS-LEN2)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXPENSE-TAX-CLASS          DELIMITED BY SIZE
               INTO WS-EXPORT-TEXT
           END-STRING.


           MOVE ZEROES TO WS-IMPORT-COUNT WS-IMPORT-REJECTS.

           MOVE "EXPENSE" TO JOURNAL-FILE-HOLD.
           PERFORM 8910-JOURNAL-BEGIN.

           OPEN OUTPUT EXPSIDE.

           OPEN INPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.

           PERFORM 8751-COPY-EXPENSE-TO-SIDE UNTIL ENDOFFILE4.

           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.

           OPEN INPUT EXPIMPORT.
           MOVE "Y" TO EXPIMPORT-OPEN-SW.
           OPEN OUTPUT EXPREJECTS.
           MOVE "Y" TO EXPREJECTS-OPEN-SW.
           OPEN OUTPUT EXPDONE.
           MOVE "Y" TO EXPDONE-OPEN-SW.

           READ EXPIMPORT
               AT END SET ENDOFFILE11 TO TRUE

           PERFORM 8755-IMPORT-ONE-LINE UNTIL ENDOFFILE11.

           CLOSE EXPDONE.
           MOVE "N" TO EXPDONE-OPEN-SW.
           CLOSE EXPREJECTS.
           MOVE "N" TO EXPREJECTS-OPEN-SW.
           CLOSE EXPIMPORT.
           MOVE "N" TO EXPIMPORT-OPEN-SW.

           CLOSE EXPSIDE.

           IF WS-IMPORT-COUNT > ZEROES
               PERFORM 8915-JOURNAL-MARK-COPY
               PERFORM 8940-COPY-SIDE-TO-EXPENSE
               PERFORM 8942-EMPTY-EXPENSE-IMPORT
           END-IF.
           PERFORM 8920-JOURNAL-CLEAR.

           DISPLAY "EXPENSE IMPORT COMPLETE.".
           DISPLAY "  LINES IMPORTED: " WS-IMPORT-COUNT.
           DISPLAY "  LINES REJECTED: " WS-IMPORT-REJECTS
               " (SEE HOUSEPROJECTSEXPREJECTS.TXT)".

           IF WS-IMPORT-COUNT > ZEROES
               DISPLAY "  HOUSEPROJECTSEXPIMPORT.CSV HAS BEEN EMPTIED -"
                   " ITS LINES ARE KEPT IN HOUSEPROJECTSEXPIMPORT.DONE."
           END-IF.

           IF WS-IMPORT-COUNT = ZEROES AND
               WS-IMPORT-REJECTS = ZEROES
               DISPLAY "NOTHING TO IMPORT - PUT EXPENSE LINES IN "
                   "HOUSEPROJECTSEXPIMPORT.CSV AS "
                   "PROJECT,DATE,PAYEE,AMOUNT,DESCRIPTION "
                   "(AND AN OPTIONAL TAX CLASS I, R OR M)."
           END-IF.

           MOVE WS-IMPORT-COUNT TO WS-RECORD-COUNT.


       8751-COPY-EXPENSE-TO-SIDE.
           WRITE EXPSIDE-DETAILS FROM EXPENSEDETAILS.

           READ EXPENSEFILE
               AT END SET ENDOFFILE4 TO TRUE
           END-READ.


       8755-IMPORT-ONE-LINE.
           WRITE EXPDONE-REC FROM IMPORTDETAILS.

           IF IMPORTDETAILS = SPACES OR
               IMPORTDETAILS(1:7) = "PROJECT"
               CONTINUE
           ELSE
               MOVE SPACES TO IMP-PROJECT IMP-DATE IMP-PAYEE
                   IMP-AMOUNT IMP-DESC IMP-CLASS
               MOVE ZEROES TO IMP-PROJECT-LEN IMP-PROJECT-NUM
               UNSTRING IMPORTDETAILS DELIMITED BY ","
                   INTO IMP-PROJECT COUNT IN IMP-PROJECT-LEN
                        IMP-DATE
                        IMP-PAYEE
                        IMP-AMOUNT
                        IMP-DESC
                        IMP-CLASS
               END-UNSTRING

               MOVE "Y" TO IMP-OK-SW
               MOVE SPACES TO IMP-REASON

               IF IMP-PROJECT-LEN < 1 OR IMP-PROJECT-LEN > 4
                   MOVE "N" TO IMP-OK-SW
                   MOVE "PROJECT NUMBER NOT NUMERIC" TO IMP-REASON
               ELSE
                   IF IMP-PROJECT(1:IMP-PROJECT-LEN) IS NOT NUMERIC
                       MOVE "N" TO IMP-OK-SW
                       MOVE "PROJECT NUMBER NOT NUMERIC"
                           TO IMP-REASON
                   ELSE
                       MOVE IMP-PROJECT(1:IMP-PROJECT-LEN)
                           TO IMP-PROJECT-NUM
                   END-IF
               END-IF

               IF IMPORT-LINE-OK
                       TO IMP-REASON
               END-IF

               MOVE IMP-CLASS(1:1) TO CLASS-CODE-HOLD
               IF IMPORT-LINE-OK AND IMP-CLASS NOT = SPACES AND
                   (NOT VALID-CLASS-CODE OR IMP-CLASS(2:1) NOT = SPACE)
                   MOVE "N" TO IMP-OK-SW
                   MOVE "TAX CLASS MUST BE I, R, M OR BLANK"
                       TO IMP-REASON
               END-IF

               IF IMPORT-LINE-OK
                   MOVE IMP-PROJECT-NUM TO ESIDE-PROJECT-NUM
                   MOVE IMP-DATE TO ESIDE-DATE
                   MOVE IMP-PAYEE TO ESIDE-PAYEE
                   MOVE IMP-AMOUNT TO ESIDE-AMOUNT
                   MOVE IMP-DESC TO ESIDE-DESCRIPTION
                   MOVE IMP-CLASS(1:1) TO ESIDE-TAX-CLASS
                   WRITE EXPSIDE-DETAILS
                   ADD 1 TO WS-IMPORT-COUNT
               ELSE
                   PERFORM 8760-REJECT-IMPORT-LINE


       8757-FIND-IMPORT-PROJECT.
           IF TABLE-NUM(ITERATOR) = IMP-PROJECT-NUM
               SET IMPORT-PROJ-FOUND TO TRUE
           END-IF.

           WRITE REJECTLINE.


       8770-EXPORT-CALENDAR.
           PERFORM 4015-LOAD-TABLE-FROM-FILE.
           PERFORM 8340-LOAD-PAYMENT-TABLE.
           PERFORM 8140-LOAD-CM-TABLE.
           PERFORM 8470-LOAD-RECUR-TABLE.
           PERFORM 8472-SCAN-ARCHIVE-FOR-RECUR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO ICS-EVENT-COUNT.

           OPEN OUTPUT ICSFILE.
           MOVE "Y" TO ICSFILE-OPEN-SW.

           MOVE "BEGIN:VCALENDAR" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.
           MOVE "VERSION:2.0" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.
           MOVE "PRODID:-//HOUSEWORK//HOUSE PROJECTS//EN" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.
           MOVE "CALSCALE:GREGORIAN" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.
           MOVE "X-WR-CALNAME:HOUSE PROJECTS" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.

           PERFORM 8772-WEEKEND-PLAN-EVENTS.

           PERFORM 8775-PAYMENT-EVENT
               VARYING PAY-SCAN-INDEX FROM 1 BY 1
               UNTIL PAY-SCAN-INDEX > WS-PAYMENT-COUNT.

           PERFORM 8776-TARGET-DATE-EVENT
               VARYING ITERATOR FROM 1 BY 1
               UNTIL ITERATOR > WS-TABLE-COUNT.

           PERFORM 8777-RECURRING-DUE-EVENT
               VARYING RECUR-SCAN-INDEX FROM 1 BY 1
               UNTIL RECUR-SCAN-INDEX > WS-RECUR-COUNT.

           PERFORM 8778-CONTRACTOR-EXPIRY-EVENTS
               VARYING CM-SCAN-INDEX FROM 1 BY 1
               UNTIL CM-SCAN-INDEX > WS-CM-COUNT.

           MOVE "END:VCALENDAR" TO ICS-TEXT.
           PERFORM 8795-WRITE-ICS-LINE.

           CLOSE ICSFILE.
           MOVE "N" TO ICSFILE-OPEN-SW.

           DISPLAY ICS-EVENT-COUNT " CALENDAR EVENT(S) WRITTEN TO "
               "HOUSEPROJECTS.ICS.".
           MOVE ICS-EVENT-COUNT TO WS-RECORD-COUNT.


       8772-WEEKEND-PLAN-EVENTS.
           MOVE ZEROES TO ICS-PLAN-SAT ICS-PLAN-SUN.
           MOVE "N" TO ICS-PLAN-DONE-SW.

           OPEN INPUT PLANFILE.
           MOVE "Y" TO PLANFILE-OPEN-SW.

           READ PLANFILE
               AT END SET ENDOFFILE23 TO TRUE
           END-READ.

           PERFORM 8773-PLAN-LINE-EVENT UNTIL ENDOFFILE23.

           CLOSE PLANFILE.
           MOVE "N" TO PLANFILE-OPEN-SW.


       8773-PLAN-LINE-EVENT.
           EVALUATE TRUE
               WHEN PLANLINE(1:11) = "WEEKEND OF "
                   AND PLANLINE(12:8) IS NUMERIC
                   AND PLANLINE(23:8) IS NUMERIC
                   MOVE PLANLINE(12:8) TO ICS-PLAN-SAT
                   MOVE PLANLINE(23:8) TO ICS-PLAN-SUN
               WHEN PLANLINE(1:14) = "NOT SCHEDULED "
                   SET ICS-PLAN-DONE TO TRUE
               WHEN PLANLINE(1:2) = SPACES
                   AND PLANLINE(3:4) IS NUMERIC
                   AND ICS-PLAN-SAT > ZEROES
                   AND NOT ICS-PLAN-DONE
                   PERFORM 8774-WEEKEND-EVENT
           END-EVALUATE.

           READ PLANFILE
               AT END SET ENDOFFILE23 TO TRUE
           END-READ.


       8774-WEEKEND-EVENT.
           MOVE SPACES TO ICS-BUILD.
           MOVE 1 TO ICS-PTR.
           STRING "WEEKEND WORK - " DELIMITED BY SIZE
               INTO ICS-BUILD WITH POINTER ICS-PTR
           END-STRING.
           MOVE PLANLINE(3:4) TO PROJ-ROW-KEY.
           PERFORM 4018-FIND-PROJECT-ROW.
           IF PROJ-ROW-FOUND
               MOVE TABLE-NICKNAME(PROJ-ROW-INDEX) TO ICS-PART
           ELSE
               MOVE PLANLINE(8:18) TO ICS-PART
           END-IF.
           PERFORM 8797-APPEND-ICS-PART.
           MOVE ICS-BUILD TO ICS-SUMMARY.

           MOVE SPACES TO ICS-BUILD.
           MOVE 1 TO ICS-PTR.
           MOVE PLANLINE(8:18) TO ICS-PART.
           PERFORM 8797-APPEND-ICS-PART.
           STRING " - " DELIMITED BY SIZE
               INTO ICS-BUILD WITH POINTER ICS-PTR
           END-STRING.
           MOVE PLANLINE(26:10) TO ICS-PART.
           PERFORM 8797-APPEND-ICS-PART.
           STRING " - " DELIMITED BY SIZE
               INTO ICS-BUILD WITH POINTER ICS-PTR
           END-STRING.
           MOVE PLANLINE(38:15) TO ICS-PART.
           PERFORM 8797-APPEND-ICS-PART.
           MOVE ICS-BUILD TO ICS-DESCRIPTION.

           MOVE SPACES TO ICS-UID-KEY.
           STRING "WKD-" DELIMITED BY SIZE
               PLANLINE(3:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ICS-PLAN-SAT DELIMITED BY SIZE
               INTO ICS-UID-KEY
           END-STRING.

           MOVE ICS-PLAN-SAT TO ICS-EVENT-DATE.
           MOVE ICS-PLAN-SUN TO ICS-LAST-DATE.
           PERFORM 8790-WRITE-EVENT.


       8775-PAYMENT-EVENT.
           IF PAY-TBL-PAID-FLAG(PAY-SCAN-INDEX) NOT = "Y" AND
               PAY-TBL-DUE-DATE(PAY-SCAN-INDEX) IS NUMERIC
               MOVE SPACES TO ICS-BUILD
               MOVE 1 TO ICS-PTR
               STRING "PAYMENT DUE - " DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
               MOVE PAY-TBL-PROJECT(PAY-SCAN-INDEX) TO PROJ-ROW-KEY
               PERFORM 4018-FIND-PROJECT-ROW
               IF PROJ-ROW-FOUND
                   MOVE TABLE-NICKNAME(PROJ-ROW-INDEX) TO ICS-PART
               ELSE
                   MOVE SPACES TO ICS-PART
                   STRING "PROJECT " DELIMITED BY SIZE
                       PAY-TBL-PROJECT(PAY-SCAN-INDEX)
                           DELIMITED BY SIZE
                       INTO ICS-PART
                   END-STRING
               END-IF
               PERFORM 8797-APPEND-ICS-PART
               IF PAY-TBL-AMOUNT(PAY-SCAN-INDEX) IS NUMERIC
                   MOVE PAY-TBL-AMOUNT(PAY-SCAN-INDEX) TO WS-ACTUAL-NUM
                   MOVE WS-ACTUAL-NUM TO ICS-AMOUNT-DISPLAY
                   STRING " $" DELIMITED BY SIZE
                       INTO ICS-BUILD WITH POINTER ICS-PTR
                   END-STRING
                   MOVE ICS-AMOUNT-DISPLAY TO ICS-PART
                   PERFORM 8798-LEFT-JUSTIFY-PART
                   PERFORM 8797-APPEND-ICS-PART
               END-IF
               MOVE ICS-BUILD TO ICS-SUMMARY
               MOVE PAY-TBL-DESC(PAY-SCAN-INDEX) TO ICS-DESCRIPTION
               MOVE SPACES TO ICS-UID-KEY
               MOVE 1 TO ICS-UID-PTR
               STRING "PAY-" DELIMITED BY SIZE
                   PAY-TBL-PROJECT(PAY-SCAN-INDEX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PAY-TBL-DUE-DATE(PAY-SCAN-INDEX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   INTO ICS-UID-KEY WITH POINTER ICS-UID-PTR
               END-STRING
               MOVE PAY-TBL-DESC(PAY-SCAN-INDEX) TO ICS-PART
               PERFORM 8799-APPEND-UID-BYTE
                   VARYING ICS-UID-INDEX FROM 1 BY 1
                   UNTIL ICS-UID-INDEX > 30
               MOVE PAY-TBL-DUE-DATE(PAY-SCAN-INDEX) TO ICS-EVENT-DATE
               MOVE ICS-EVENT-DATE TO ICS-LAST-DATE
               PERFORM 8790-WRITE-EVENT
           END-IF.


       8776-TARGET-DATE-EVENT.
           IF TABLE-STATUS(ITERATOR) NOT = "C" AND
               TABLE-STATUS(ITERATOR) NOT = "D" AND
               TABLE-TARGET-DATE(ITERATOR) IS NUMERIC AND
               TABLE-TARGET-DATE(ITERATOR) > "00000000"
               MOVE SPACES TO ICS-BUILD
               MOVE 1 TO ICS-PTR
               STRING "TARGET DATE - " DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
               MOVE TABLE-NICKNAME(ITERATOR) TO ICS-PART
               PERFORM 8797-APPEND-ICS-PART
               MOVE ICS-BUILD TO ICS-SUMMARY

               MOVE SPACES TO ICS-BUILD
               MOVE 1 TO ICS-PTR
               STRING "PROJECT " DELIMITED BY SIZE
                   TABLE-NUM(ITERATOR) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
               MOVE TABLE-LOCATION(ITERATOR) TO ICS-PART
               PERFORM 8797-APPEND-ICS-PART
               MOVE ICS-BUILD TO ICS-DESCRIPTION

               MOVE SPACES TO ICS-UID-KEY
               STRING "TGT-" DELIMITED BY SIZE
                   TABLE-NUM(ITERATOR) DELIMITED BY SIZE
                   INTO ICS-UID-KEY
               END-STRING

               MOVE TABLE-TARGET-DATE(ITERATOR) TO ICS-EVENT-DATE
               MOVE ICS-EVENT-DATE TO ICS-LAST-DATE
               PERFORM 8790-WRITE-EVENT
           END-IF.


       8777-RECURRING-DUE-EVENT.
           IF R-TBL-SEEN-SW(RECUR-SCAN-INDEX) = "Y"
               MOVE "N" TO RECUR-ACTIVE-SW
               PERFORM 8477-CHECK-ACTIVE-NICKNAME
                   VARYING ITERATOR FROM 1 BY 1
                   UNTIL ITERATOR > WS-TABLE-COUNT
                       OR RECUR-ACTIVE-ON-FILE

               IF NOT RECUR-ACTIVE-ON-FILE
                   MOVE R-TBL-LAST-DATE(RECUR-SCAN-INDEX)
                       TO RECUR-BASE-DATE
                   MOVE R-TBL-INTERVAL(RECUR-SCAN-INDEX)
                       TO RECUR-ADD-MONTHS
                   PERFORM 8480-ADD-MONTHS-TO-DATE

                   MOVE SPACES TO ICS-BUILD
                   MOVE 1 TO ICS-PTR
                   STRING "MAINTENANCE DUE - " DELIMITED BY SIZE
                       INTO ICS-BUILD WITH POINTER ICS-PTR
                   END-STRING
                   MOVE R-TBL-NICKNAME(RECUR-SCAN-INDEX) TO ICS-PART
                   PERFORM 8797-APPEND-ICS-PART
                   MOVE ICS-BUILD TO ICS-SUMMARY

                   MOVE SPACES TO ICS-DESCRIPTION
                   STRING "RECURS EVERY " DELIMITED BY SIZE
                       R-TBL-INTERVAL(RECUR-SCAN-INDEX)
                           DELIMITED BY SIZE
                       " MONTHS" DELIMITED BY SIZE
                       INTO ICS-DESCRIPTION
                   END-STRING

                   MOVE SPACES TO ICS-UID-KEY
                   MOVE 1 TO ICS-UID-PTR
                   STRING "RCR-" DELIMITED BY SIZE
                       INTO ICS-UID-KEY WITH POINTER ICS-UID-PTR
                   END-STRING
                   MOVE R-TBL-NICKNAME(RECUR-SCAN-INDEX) TO ICS-PART
                   PERFORM 8799-APPEND-UID-BYTE
                       VARYING ICS-UID-INDEX FROM 1 BY 1
                       UNTIL ICS-UID-INDEX > 30
                   STRING "-" DELIMITED BY SIZE
                       RECUR-NEXT-DATE DELIMITED BY SIZE
                       INTO ICS-UID-KEY WITH POINTER ICS-UID-PTR
                   END-STRING

                   MOVE RECUR-NEXT-DATE TO ICS-EVENT-DATE
                   MOVE ICS-EVENT-DATE TO ICS-LAST-DATE
                   PERFORM 8790-WRITE-EVENT
               END-IF
           END-IF.


       8778-CONTRACTOR-EXPIRY-EVENTS.
           IF CM-TBL-LICENSE-EXP(CM-SCAN-INDEX) IS NUMERIC AND
               CM-TBL-LICENSE-EXP(CM-SCAN-INDEX) > "00000000"
               MOVE SPACES TO ICS-BUILD
               MOVE 1 TO ICS-PTR
               STRING "LICENSE EXPIRES - " DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
               MOVE CM-TBL-NAME(CM-SCAN-INDEX) TO ICS-PART
               PERFORM 8797-APPEND-ICS-PART
               MOVE ICS-BUILD TO ICS-SUMMARY

               MOVE SPACES TO ICS-DESCRIPTION
               STRING "LICENSE " DELIMITED BY SIZE
                   CM-TBL-LICENSE(CM-SCAN-INDEX) DELIMITED BY SIZE
                   INTO ICS-DESCRIPTION
               END-STRING

               MOVE SPACES TO ICS-UID-KEY
               STRING "LIC-" DELIMITED BY SIZE
                   CM-TBL-ID(CM-SCAN-INDEX) DELIMITED BY SIZE
                   INTO ICS-UID-KEY
               END-STRING

               MOVE CM-TBL-LICENSE-EXP(CM-SCAN-INDEX)
                   TO ICS-EVENT-DATE
               MOVE ICS-EVENT-DATE TO ICS-LAST-DATE
               PERFORM 8790-WRITE-EVENT
           END-IF.

           IF CM-TBL-INSURE-EXP(CM-SCAN-INDEX) IS NUMERIC AND
               CM-TBL-INSURE-EXP(CM-SCAN-INDEX) > "00000000"
               MOVE SPACES TO ICS-BUILD
               MOVE 1 TO ICS-PTR
               STRING "INSURANCE EXPIRES - " DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
               MOVE CM-TBL-NAME(CM-SCAN-INDEX) TO ICS-PART
               PERFORM 8797-APPEND-ICS-PART
               MOVE ICS-BUILD TO ICS-SUMMARY

               MOVE SPACES TO ICS-DESCRIPTION
               STRING "PHONE " DELIMITED BY SIZE
                   CM-TBL-PHONE(CM-SCAN-INDEX) DELIMITED BY SIZE
                   INTO ICS-DESCRIPTION
               END-STRING

               MOVE SPACES TO ICS-UID-KEY
               STRING "INS-" DELIMITED BY SIZE
                   CM-TBL-ID(CM-SCAN-INDEX) DELIMITED BY SIZE
                   INTO ICS-UID-KEY
               END-STRING

               MOVE CM-TBL-INSURE-EXP(CM-SCAN-INDEX)
                   TO ICS-EVENT-DATE
               MOVE ICS-EVENT-DATE TO ICS-LAST-DATE
               PERFORM 8790-WRITE-EVENT
           END-IF.


       8790-WRITE-EVENT.
           COMPUTE ICS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(ICS-LAST-DATE).
           COMPUTE ICS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(ICS-EVENT-DATE).

           IF ICS-DAY-INTEGER > ZEROES AND ICS-START-INTEGER > ZEROES
               ADD 1 TO ICS-EVENT-COUNT
               ADD 1 TO ICS-DAY-INTEGER
               COMPUTE ICS-END-DATE =
                   FUNCTION DATE-OF-INTEGER(ICS-DAY-INTEGER)

               INSPECT ICS-SUMMARY REPLACING ALL "," BY " "
                   ALL ";" BY " " ALL "\" BY "/"
               INSPECT ICS-DESCRIPTION REPLACING ALL "," BY " "
                   ALL ";" BY " " ALL "\" BY "/"
               INSPECT ICS-UID-KEY REPLACING ALL "," BY "-"
                   ALL ";" BY "-" ALL "\" BY "/"

               MOVE "BEGIN:VEVENT" TO ICS-TEXT
               PERFORM 8795-WRITE-ICS-LINE

               MOVE SPACES TO ICS-TEXT
               STRING "UID:HOUSEWORK-" DELIMITED BY SIZE
                   ICS-UID-KEY DELIMITED BY SPACE
                   "@HOUSEWORK" DELIMITED BY SIZE
                   INTO ICS-TEXT
               END-STRING
               PERFORM 8795-WRITE-ICS-LINE

               MOVE SPACES TO ICS-TEXT
               STRING "DTSTAMP:" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   "T000000Z" DELIMITED BY SIZE
                   INTO ICS-TEXT
               END-STRING
               PERFORM 8795-WRITE-ICS-LINE

               MOVE SPACES TO ICS-TEXT
               STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
                   ICS-EVENT-DATE DELIMITED BY SIZE
                   INTO ICS-TEXT
               END-STRING
               PERFORM 8795-WRITE-ICS-LINE

               MOVE SPACES TO ICS-TEXT
               STRING "DTEND;VALUE=DATE:" DELIMITED BY SIZE
                   ICS-END-DATE DELIMITED BY SIZE
                   INTO ICS-TEXT
               END-STRING
               PERFORM 8795-WRITE-ICS-LINE

               MOVE SPACES TO ICS-TEXT
               STRING "SUMMARY:" DELIMITED BY SIZE
                   ICS-SUMMARY DELIMITED BY SIZE
                   INTO ICS-TEXT
               END-STRING
               PERFORM 8795-WRITE-ICS-LINE

               IF ICS-DESCRIPTION NOT = SPACES
                   MOVE SPACES TO ICS-TEXT
                   STRING "DESCRIPTION:" DELIMITED BY SIZE
                       ICS-DESCRIPTION DELIMITED BY SIZE
                       INTO ICS-TEXT
                   END-STRING
                   PERFORM 8795-WRITE-ICS-LINE
               END-IF

               MOVE "TRANSP:TRANSPARENT" TO ICS-TEXT
               PERFORM 8795-WRITE-ICS-LINE
               MOVE "END:VEVENT" TO ICS-TEXT
               PERFORM 8795-WRITE-ICS-LINE
           END-IF.


       8795-WRITE-ICS-LINE.
           PERFORM VARYING ICS-LEN FROM 74 BY -1
               UNTIL ICS-TEXT(ICS-LEN:1) NOT = SPACE OR ICS-LEN = 1
           END-PERFORM.

           PERFORM 8796-WRITE-ICS-BYTE
               VARYING ICS-BYTE-INDEX FROM 1 BY 1
               UNTIL ICS-BYTE-INDEX > ICS-LEN.

           MOVE X"0D" TO ICS-BYTE.
           WRITE ICS-BYTE.
           MOVE X"0A" TO ICS-BYTE.
           WRITE ICS-BYTE.


       8796-WRITE-ICS-BYTE.
           MOVE ICS-TEXT(ICS-BYTE-INDEX:1) TO ICS-BYTE.
           WRITE ICS-BYTE.


       8797-APPEND-ICS-PART.
           PERFORM VARYING ICS-PART-LEN FROM 30 BY -1
               UNTIL ICS-PART(ICS-PART-LEN:1) NOT = SPACE
                   OR ICS-PART-LEN = 1
           END-PERFORM.

           IF ICS-PART NOT = SPACES
               STRING ICS-PART(1:ICS-PART-LEN) DELIMITED BY SIZE
                   INTO ICS-BUILD WITH POINTER ICS-PTR
               END-STRING
           END-IF.


       8798-LEFT-JUSTIFY-PART.
           MOVE ZEROES TO ICS-LEAD-COUNT.
           INSPECT ICS-PART TALLYING ICS-LEAD-COUNT
               FOR LEADING SPACES.
           IF ICS-LEAD-COUNT > ZEROES AND ICS-LEAD-COUNT < 30
               MOVE ICS-PART(ICS-LEAD-COUNT + 1:) TO ICS-BUILD-PART
               MOVE ICS-BUILD-PART TO ICS-PART
           END-IF.


       8799-APPEND-UID-BYTE.
           IF ICS-PART(ICS-UID-INDEX:1) NOT = SPACE
               STRING ICS-PART(ICS-UID-INDEX:1) DELIMITED BY SIZE
                   INTO ICS-UID-KEY WITH POINTER ICS-UID-PTR
               END-STRING
           END-IF.


       8800-TAKE-BACKUPS.
           PERFORM 8812-LOAD-MASTERBK2.
           PERFORM 8854-STORE-MASTERBK3.
                   PERFORM 8936-COPY-SIDE-TO-TASK
               WHEN "PAYMENT"
                   PERFORM 8938-COPY-SIDE-TO-PAYMENT
               WHEN "EXPENSE"
                   PERFORM 8940-COPY-SIDE-TO-EXPENSE
                   PERFORM 8942-EMPTY-EXPENSE-IMPORT
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED FILE CODE IN THE REWRITE "
                       "JOURNAL: " WS-JRNL-FILE-HOLD
           END-READ.


       8940-COPY-SIDE-TO-EXPENSE.
           MOVE "N" TO SIDE-EOF-SW.
           OPEN INPUT EXPSIDE.
           OPEN OUTPUT EXPENSEFILE.
           MOVE "Y" TO EXPENSEFILE-OPEN-SW.

           PERFORM 8941-COPY-ONE-EXPENSE-LINE UNTIL SIDE-EOF.

           CLOSE EXPENSEFILE.
           MOVE "N" TO EXPENSEFILE-OPEN-SW.
           CLOSE EXPSIDE.


       8941-COPY-ONE-EXPENSE-LINE.
           READ EXPSIDE
               AT END SET SIDE-EOF TO TRUE
               NOT AT END
                   WRITE EXPENSEDETAILS FROM EXPSIDE-DETAILS
           END-READ.


       8942-EMPTY-EXPENSE-IMPORT.
           OPEN OUTPUT EXPIMPORT.
           CLOSE EXPIMPORT.


       9000-END-PROGRAM.
           IF HOUSEWORK-OPEN-SW = "Y"
               CLOSE HOUSEWORK
           IF EXPREJECTS-OPEN-SW = "Y"
               CLOSE EXPREJECTS
           END-IF.
           IF EXPDONE-OPEN-SW = "Y"
               CLOSE EXPDONE
           END-IF.
           IF RECURFILE-OPEN-SW = "Y"
               CLOSE RECURFILE
           END-IF.
           IF CONTRMASTER-OPEN-SW = "Y"
               CLOSE CONTRMASTER
           END-IF.
           IF CONTROLFILE-OPEN-SW = "Y"
               CLOSE CONTROLFILE
           END-IF.
           IF STATEMENT-OPEN-SW = "Y"
               CLOSE STATEMENTFILE
           END-IF.
           IF RECONRPT-OPEN-SW = "Y"
               CLOSE RECONREPORT
           END-IF.
           IF CLASSFILE-OPEN-SW = "Y"
               CLOSE CLASSFILE
           END-IF.
           IF WARRANTY-OPEN-SW = "Y"
               CLOSE WARRANTYFILE
           END-IF.
           IF PERMITFILE-OPEN-SW = "Y"
               CLOSE PERMITFILE
           END-IF.
           IF INSPECTFILE-OPEN-SW = "Y"
               CLOSE INSPECTFILE
           END-IF.
           IF RATINGFILE-OPEN-SW = "Y"
               CLOSE RATINGFILE
           END-IF.
           IF ICSFILE-OPEN-SW = "Y"
               CLOSE ICSFILE
           END-IF.
           IF SYSTEMFILE-OPEN-SW = "Y"
               CLOSE SYSTEMSFILE
           END-IF.
           IF JOBSTREAM-OPEN-SW = "Y"
               CLOSE JOBSTREAMFILE
           END-IF.
           IF CHECKPOINT-OPEN-SW = "Y"
               CLOSE CHECKPOINTFILE
           END-IF.
           IF JOBSUMMARY-OPEN-SW = "Y"
               CLOSE JOBSUMMARY
           END-IF.

           STOP RUN.
       END PROGRAM YOUR-PROGRAM-NAME.

       FD FILEFORTABLE.
       01 TABLEDETAILS.
           88 ENDOFFILE2 VALUE HIGH-VALUES.
           05 PROJECT-NUM  PIC 9(4).
           05 PROJECT-NICKNAME PIC X(15).
           05 PROJECT-SIZE     PIC X(9).
           05 PROJECT-LOCATION PIC X(15).

       FD PROJECTMASTER.
       01 MASTERDETAILS.
           05 MASTER-PROJECT-NUM  PIC 9(4).
           05 MASTER-NICKNAME     PIC X(15).
           05 MASTER-SIZE         PIC X(9).
           05 MASTER-LOCATION     PIC X(15).

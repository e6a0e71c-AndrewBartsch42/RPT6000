       01  DISTRIBUTION-LOG-RECORD.                                     00100000
           05  DL-RUN-DATE.                                             00110000
               10  DL-RUN-YEAR         PIC 9(4).                        00120000
               10  DL-RUN-MONTH        PIC 9(2).                        00130000
               10  DL-RUN-DAY          PIC 9(2).                        00140000
           05  DL-RUN-TIME.                                             00150000
               10  DL-RUN-HOURS        PIC 9(2).                        00160000
               10  DL-RUN-MINUTES      PIC 9(2).                        00170000
           05  DL-FILE-NAME            PIC X(20).                       00180000
           05  DL-BRANCH-NUMBER        PIC 9(2).                        00190000
           05  DL-BRANCH-NAME          PIC X(20).                       00200000
           05  DL-PAGE-COUNT           PIC 9(4).                        00210000
           05  DL-LINE-COUNT           PIC 9(6).                        00220000
           05  DL-FILE-STATUS          PIC X.                           00230000
               88  DL-FILE-DELIVERED             VALUE "D".             00240000
               88  DL-RENAME-FAILED              VALUE "R".             00250000
           05  FILLER                  PIC X(15).                       00260000

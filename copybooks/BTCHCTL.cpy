       01  BATCH-CONTROL-RECORD.                                        00100000
           05  BC-BATCH-DATE           PIC 9(8).                        00110000
           05  BC-POSTING-DATE         PIC 9(8).                        00120000
           05  BC-TRAILER-COUNT        PIC 9(6).                        00130000
           05  BC-TRAILER-AMOUNT       PIC S9(10)V99.                   00140000
           05  BC-POSTED-COUNT         PIC 9(6).                        00150000
           05  BC-POSTED-AMOUNT        PIC S9(10)V99.                   00160000
           05  BC-DUPLICATE-COUNT      PIC 9(6).                        00170000
           05  BC-DUPLICATE-AMOUNT     PIC S9(10)V99.                   00180000
           05  BC-UNMATCHED-COUNT      PIC 9(6).                        00190000
           05  BC-UNMATCHED-AMOUNT     PIC S9(10)V99.                   00200000
           05  BC-RECORD-TYPE          PIC X.                           00210000
               88  BC-POSTING-RUN                VALUE SPACE.           00220000
               88  BC-BACKOUT-RUN                VALUE "B".             00230000
           05  FILLER                  PIC X(11).                       00240000

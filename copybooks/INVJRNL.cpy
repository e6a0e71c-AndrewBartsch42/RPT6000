       01  INVOICE-JOURNAL-RECORD.                                      00100000
           05  IJ-INVOICE-NUMBER       PIC 9(6).                        00110000
           05  IJ-CUSTOMER-KEY.                                         00120000
               10  IJ-BRANCH-NUMBER    PIC 9(2).                        00130000
               10  IJ-SALESREP-NUMBER  PIC 9(2).                        00140000
               10  IJ-CUSTOMER-NUMBER  PIC 9(5).                        00150000
           05  IJ-INVOICE-AMOUNT       PIC S9(8)V99.                    00160000
           05  IJ-BATCH-DATE           PIC 9(8).                        00170000
           05  IJ-POSTING-DATE         PIC 9(8).                        00180000
           05  IJ-HISTORY-PERIOD.                                       00190000
               10  IJ-HISTORY-YEAR     PIC 9(4).                        00200000
               10  IJ-HISTORY-MONTH    PIC 9(2).                        00210000
           05  IJ-STATUS-CODE          PIC X(1).                        00220000
               88  IJ-POSTED           VALUE "P".                       00230000
               88  IJ-BACKED-OUT       VALUE "B".                       00240000
           05  IJ-BACKOUT-DATE         PIC 9(8).                        00250000
           05  FILLER                  PIC X(24).                       00260000

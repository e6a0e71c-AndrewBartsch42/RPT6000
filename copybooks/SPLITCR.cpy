       01  SPLIT-CREDIT-RECORD.                                         00100000
           05  SC-CUSTOMER-KEY.                                         00110000
               10  SC-BRANCH-NUMBER    PIC 9(2).                        00120000
               10  SC-SALESREP-NUMBER  PIC 9(2).                        00130000
               10  SC-CUSTOMER-NUMBER  PIC 9(5).                        00140000
           05  SC-SHARE-COUNT          PIC 9(1).                        00150000
           05  SC-SHARE                OCCURS 5 TIMES.                  00160000
               10  SC-SHARE-SALESREP   PIC 9(2).                        00170000
               10  SC-SHARE-PERCENT    PIC 9(3)V99.                     00180000
           05  SC-REASON               PIC X(30).                       00190000
           05  SC-LAST-CHANGE-DATE     PIC 9(8).                        00200000
           05  FILLER                  PIC X(47).                       00210000

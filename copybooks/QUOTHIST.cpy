       01  QUOTA-HISTORY-RECORD.                                        00100000
           05  QH-QUOTA-KEY.                                            00110000
               10  QH-RECORD-TYPE      PIC X(1).                        00120000
               10  QH-KEY-NUMBER       PIC 9(2).                        00130000
           05  QH-ACTION-CODE          PIC X(1).                        00140000
           05  QH-EFFECTIVE-PERIOD.                                     00150000
               10  QH-EFFECTIVE-YEAR   PIC 9(4).                        00160000
               10  QH-EFFECTIVE-MONTH  PIC 9(2).                        00170000
           05  QH-OLD-ANNUAL-QUOTA     PIC S9(7)V99.                    00180000
           05  QH-NEW-ANNUAL-QUOTA     PIC S9(7)V99.                    00190000
           05  QH-OLD-PERIOD-QUOTA     PIC S9(7)V99.                    00200000
           05  QH-NEW-PERIOD-QUOTA     PIC S9(7)V99.                    00210000
           05  QH-REASON               PIC X(30).                       00220000
           05  QH-CHANGE-DATE          PIC 9(8).                        00230000
           05  FILLER                  PIC X(16).                       00240000

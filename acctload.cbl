                      SIGN IS LEADING SEPARATE.
                  05 SEQ-NAME PIC X(20).
                  05 SEQ-STATUS PIC X.
                  05 SEQ-CURRENCY PIC X(3).
              FD  IDX-MASTER.
              01  IDX-RECORD.
                  05 IDX-ACCT-NUMBER PIC 9(6).
                      SIGN IS LEADING SEPARATE.
                  05 IDX-NAME PIC X(20).
                  05 IDX-STATUS PIC X.
                  05 IDX-CURRENCY PIC X(3).
              WORKING-STORAGE SECTION.
              77 WS-SEQ-STATUS PIC XX VALUE SPACES.
              77 WS-IDX-STATUS PIC XX VALUE SPACES.
                  MOVE SEQ-BALANCE-A TO IDX-BALANCE-A.
                  MOVE SEQ-BALANCE-B TO IDX-BALANCE-B.
                  MOVE SEQ-NAME TO IDX-NAME.
                  MOVE SEQ-CURRENCY TO IDX-CURRENCY.
                  IF SEQ-STATUS = "O" OR SEQ-STATUS = "F"
                          OR SEQ-STATUS = "C" OR SEQ-STATUS = "D"
                      MOVE SEQ-STATUS TO IDX-STATUS
                  ELSE
                      MOVE "O" TO IDX-STATUS

              DATA DIVISION.
              FILE SECTION.
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  ACCOUNT-MASTER.
              01  ACCOUNT-RECORD.
                  05 ACCT-NUMBER PIC 9(6).
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                  05 ACCT-CURRENCY PIC X(3).
              FD  BACKUP-FILE.
              01  BACKUP-RECORD.
                  05 BKR-ACCT-NUMBER PIC 9(6).
                      SIGN IS LEADING SEPARATE.
                  05 BKR-NAME PIC X(20).
                  05 BKR-STATUS PIC X.
                  05 BKR-CURRENCY PIC X(3).
              FD  CHECKPOINT-FILE.
              01  CHECKPOINT-RECORD.
                  05 CKP-RECORDS-READ PIC 9(6).
                  05 LCK-TIME PIC 9(6).
              WORKING-STORAGE SECTION.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-BKP-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-BACKUP-NAME-PARTS.
                  05 FILLER PIC X(8) VALUE "ACCTBKP.".
                  05 BKP-DATE PIC X(8).
                  MOVE ZERO TO AUD-C.
                  MOVE "LCK-REFUS" TO AUD-STATUS.
                  MOVE "K" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              ACCEPT-BACKOUT-SELECTIONS.
                  IF AUD-R-DATE = WS-SEL-DATE
                          AND AUD-R-ACCT NUMERIC
                          AND (AUD-R-STATUS = "POSTED"
                              OR AUD-R-STATUS = "SYS-POST"
                              OR AUD-R-STATUS = "XFER-DR"
                              OR AUD-R-STATUS = "XFER-CR")
                      IF WS-SEL-TIME = SPACES
                  MOVE WS-REV-AMOUNT TO AUD-C.
                  MOVE "REVERSAL" TO AUD-STATUS.
                  MOVE RVT-ACCT(WS-REV-IDX) TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              RESTORE-FROM-SNAPSHOT.
                  MOVE WS-SEL-DATE(1:4) TO BKP-DATE(1:4).
                          MOVE BKR-BALANCE-B TO ACCT-BALANCE-B
                          MOVE BKR-NAME TO ACCT-NAME
                          MOVE BKR-STATUS TO ACCT-STATUS
                          MOVE BKR-CURRENCY TO ACCT-CURRENCY
                          WRITE ACCOUNT-RECORD
                              INVALID KEY
                                  MOVE "RE-ADD FAILED"
                          MOVE BKR-BALANCE-B TO ACCT-BALANCE-B
                          MOVE BKR-NAME TO ACCT-NAME
                          MOVE BKR-STATUS TO ACCT-STATUS
                          MOVE BKR-CURRENCY TO ACCT-CURRENCY
                          REWRITE ACCOUNT-RECORD
                              INVALID KEY
                                  MOVE "RESTORE FAILED"
                  MOVE WS-RESTORED-COUNT TO AUD-C.
                  MOVE "BKP-REST" TO AUD-STATUS.
                  MOVE SPACES TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              FORMAT-AUDIT-TIMESTAMP.

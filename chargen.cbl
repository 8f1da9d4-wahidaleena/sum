                      88 ACCOUNT-OPEN VALUE "O".
                      88 ACCOUNT-FROZEN VALUE "F".
                      88 ACCOUNT-CLOSED VALUE "C".
                  05 ACCT-CURRENCY PIC X(3).
              FD  RATE-FILE.
              01  RATE-RECORD.
                  05 RT-CYCLE-DAY PIC 9(2).
                  05 RT-PCT-RATE PIC S9(3)V9(4)
                      SIGN IS LEADING SEPARATE.
              FD  TRANS-OUT-FILE.
              01  TRANS-OUT-RECORD PIC X(44).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(90).
              FD  CHECKPOINT-FILE.
                  05 FILLER PIC X.
                  05 LCK-TIME PIC 9(6).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              WORKING-STORAGE SECTION.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-RATE-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-CURRENT-DATE-FIELDS REDEFINES WS-CURRENT-DATE.
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-RUN-DATE.
                  05 GEN-YEAR PIC 9(4).
                  05 GEN-MONTH PIC 9(2).
                      SIGN IS LEADING SEPARATE.
                  05 GEN-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 GEN-SOURCE PIC X(6) VALUE "SYSGEN".
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 GEN-CURRENCY PIC X(3) VALUE SPACES.
              01  WS-HDR-REC.
                  05 HD-TYPE PIC X VALUE "H".
                  05 HD-BATCH-NO PIC 9(6).
                  05 HD-DATE PIC 9(8).
                  05 HD-SOURCE PIC X(6) VALUE "SYSGEN".
              01  WS-TRL-REC.
                  05 TR-TYPE PIC X VALUE "Z".
                  05 TR-COUNT PIC 9(6).
                  05 FILLER PIC X(16) VALUE "     BALANCE A".
                  05 FILLER PIC X(10) VALUE "TYPE".
                  05 FILLER PIC X(14) VALUE "        AMOUNT".
                  05 FILLER PIC X(3) VALUE "CCY".
              01  WS-REGISTER-LINE.
                  05 REG-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 REG-TYPE PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 REG-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 REG-CURRENCY PIC X(3).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(20) VALUE "RECORDS GENERATED:  ".
                  05 TOT-GEN-COUNT PIC ZZZ,ZZ9.
                  MOVE ZERO TO AUD-C.
                  MOVE "LCK-REFUS" TO AUD-STATUS.
                  MOVE "G" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              LOAD-RATE-TABLE.
                  MOVE ACCT-NUMBER TO GEN-ACCT.
                  MOVE WS-GEN-AMOUNT TO GEN-A.
                  MOVE ZERO TO GEN-B.
                  MOVE ACCT-CURRENCY TO GEN-CURRENCY.
                  WRITE TRANS-OUT-RECORD FROM WS-GEN-REC.
                  ADD 1 TO WS-GEN-COUNT.
                  ADD WS-GEN-AMOUNT TO WS-NET-AMOUNT.
                  MOVE ACCT-BALANCE-A TO REG-BALANCE.
                  MOVE WS-GEN-TYPE TO REG-TYPE.
                  MOVE WS-GEN-AMOUNT TO REG-AMOUNT.
                  MOVE ACCT-CURRENCY TO REG-CURRENCY.
                  WRITE REPORT-LINE FROM WS-REGISTER-LINE.
              WRITE-BATCH-TRAILER.
                  MOVE WS-GEN-COUNT TO TR-COUNT.

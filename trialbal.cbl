                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
                  SELECT RATE-FILE ASSIGN TO "FXRATE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FXR-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  ACCOUNT-MASTER.
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                  05 ACCT-CURRENCY PIC X(3).
              FD  HISTORY-FILE.
              01  HISTORY-RECORD.
                  05 HIS-RUN-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HIS-XFER-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-SUSPENSE-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-FX-ADJUST-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-FX-DIFF-SUM PIC S9(11)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HIS-BATCH-DATE PIC X(8).
              FD  CONTROL-FILE.
              01  CONTROL-RECORD.
                  05 CTL-PRIOR-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 LCK-TIME PIC 9(6).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  PARM-FILE.
              01  PARM-RECORD.
                  05 FILLER PIC X(39).
                  05 PRM-BASE-CURRENCY PIC X(3).
              FD  RATE-FILE.
              01  RATE-RECORD.
                  05 FXR-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 FXR-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 FXR-RATE PIC 9(5)V9(6).
                  05 FILLER PIC X.
                  05 FXR-ADDED-BY PIC X(20).
                  05 FILLER PIC X.
                  05 FXR-ADDED-DATE PIC 9(8).
              WORKING-STORAGE SECTION.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-HIS-STATUS PIC XX VALUE SPACES.
                  88 END-OF-HISTORY-FILE VALUE "Y".
              77 WS-PRIOR-FOUND-FLAG PIC X VALUE "N".
                  88 PRIOR-PROOF-FOUND VALUE "Y".
              77 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
              77 WS-ACCT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-TOTAL-A PIC S9(13)V99 VALUE ZERO.
              77 WS-TOTAL-B PIC S9(13)V99 VALUE ZERO.
              77 WS-POSTED-SUM-C PIC S9(13)V99 VALUE ZERO.
              77 WS-PERIOD-RUNS PIC 9(6) VALUE ZERO.
              77 WS-PERIOD-REJECTS PIC 9(8) VALUE ZERO.
              77 WS-PERIOD-SUSPENSE PIC S9(13)V99 VALUE ZERO.
              77 WS-EXPECTED-A PIC S9(13)V99 VALUE ZERO.
              77 WS-VARIANCE-A PIC S9(13)V99 VALUE ZERO.
              77 WS-RUN-YYYYMMDD PIC 9(8) VALUE ZERO.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RATE-FILE VALUE "Y".
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-ACCT-CCY PIC X(3) VALUE SPACES.
              77 WS-CCY-COUNT PIC 9(2) VALUE ZERO.
              77 WS-CCY-IDX PIC 9(2) VALUE ZERO.
              77 WS-CCY-SCAN PIC 9(2) VALUE ZERO.
              77 WS-CCY-FULL-FLAG PIC X VALUE "N".
                  88 CCY-TABLE-FULL VALUE "Y".
              77 WS-BASE-TOTAL-A PIC S9(15)V99 VALUE ZERO.
              77 WS-MISSING-RATES PIC 9(2) VALUE ZERO.
              77 WS-PERIOD-FX-ADJUST PIC S9(13)V99 VALUE ZERO.
              77 WS-PERIOD-FX-DIFF PIC S9(13)V99 VALUE ZERO.
              01  WS-CCY-TABLE.
                  05 WS-CCY-ENTRY OCCURS 20 TIMES.
                      10 CCYT-CODE PIC X(3).
                      10 CCYT-ACCOUNTS PIC 9(6).
                      10 CCYT-TOTAL-A PIC S9(13)V99.
                      10 CCYT-RATE PIC 9(5)V9(6).
                      10 CCYT-RATE-DATE PIC 9(8).
                      10 CCYT-BASE-A PIC S9(15)V99.
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-CURRENT-DATE-FIELDS REDEFINES WS-CURRENT-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-RUN-DATE.
                  05 RUN-YEAR PIC 9(4).
                  05 RUN-MONTH PIC 9(2).
              01  WS-TOTAL-B-LINE.
                  05 FILLER PIC X(20) VALUE "TOTAL BALANCE B:    ".
                  05 TRB-TOTAL-B PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-CCY-HEADER.
                  05 FILLER PIC X(12) VALUE "CCY    ACCTS".
                  05 FILLER PIC X(19) VALUE "    TOTAL BALANCE A".
                  05 FILLER PIC X(14) VALUE "          RATE".
                  05 FILLER PIC X(19) VALUE "    BASE EQUIVALENT".
              01  WS-CCY-LINE.
                  05 CCL-CODE PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CCL-ACCOUNTS PIC ZZZ,ZZ9.
                  05 FILLER PIC X VALUE SPACE.
                  05 CCL-TOTAL-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 CCL-RATE PIC ZZ,ZZ9.999999.
                  05 FILLER PIC X VALUE SPACE.
                  05 CCL-BASE-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 CCL-FLAG PIC X(7).
              01  WS-BASE-TOTAL-LINE.
                  05 FILLER PIC X(15) VALUE "TOTAL IN BASE (".
                  05 BTL-CURRENCY PIC X(3).
                  05 FILLER PIC X(3) VALUE "): ".
                  05 FILLER PIC X(25) VALUE SPACES.
                  05 BTL-BASE-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-PROOF-HEADER.
                  05 FILLER PIC X(28)
                      VALUE "DAY-OVER-DAY ROLLFORWARD    ".
              01  WS-PROOF-LINE-2.
                  05 FILLER PIC X(20) VALUE "POSTED EX-TRANSFER: ".
                  05 PRF-POSTED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-PROOF-LINE-FX.
                  05 FILLER PIC X(20) VALUE "FX CONVERSION ADJ:  ".
                  05 PRF-FX-ADJUST PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-PROOF-LINE-3.
                  05 FILLER PIC X(20) VALUE "EXPECTED TOTAL A:   ".
                  05 PRF-EXPECTED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(20) VALUE "   REJECTS IN PERIOD".
                  05 FILLER PIC X(2) VALUE ": ".
                  05 PRF-REJECTS PIC ZZZ,ZZ9.
              01  WS-SUSPENSE-LINE.
                  05 FILLER PIC X(20) VALUE "PARKED IN SUSPENSE: ".
                  05 PRF-SUSPENSE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-FX-DIFF-LINE.
                  05 FILLER PIC X(20) VALUE "REALIZED FX DIFF:   ".
                  05 PRF-FX-DIFF PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 PRF-FX-CURRENCY PIC X(3).
              01  WS-CAVEAT-LINE.
                  05 FILLER PIC X(32)
                      VALUE "NOTE - UNPOSTED AMOUNTS NOT IN ".
                  05 FILLER PIC X(28)
                      VALUE "SUSPENSE APPEAR AS VARIANCE".
              PROCEDURE DIVISION.
              PARA.
                  PERFORM CHECK-BATCH-IN-FLIGHT.
                  MOVE WS-RUN-DATE TO WS-RUN-YYYYMMDD.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(9:6) TO WS-RUN-HHMMSS.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  PERFORM TOTAL-ACCOUNT-MASTER.
                  PERFORM APPLY-CURRENCY-RATES.
                  PERFORM READ-PRIOR-PROOF.
                  PERFORM SUM-PERIOD-POSTINGS.
                  PERFORM WRITE-PROOF-REPORT.
                  PERFORM SAVE-PROOF-TOTALS.
                  DISPLAY "TRIAL BALANCE COMPLETE - SEE TRIALBAL.RPT".
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              CHECK-BATCH-IN-FLIGHT.
                  OPEN INPUT CHECKPOINT-FILE.
                  MOVE ZERO TO AUD-C.
                  MOVE "LCK-REFUS" TO AUD-STATUS.
                  MOVE "T" TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              TOTAL-ACCOUNT-MASTER.
                  OPEN INPUT ACCOUNT-MASTER.
                  IF WS-ACCT-STATUS NOT = "00"
                      DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                  END-IF.
                  MOVE ZERO TO ACCT-NUMBER.
                              ADD 1 TO WS-ACCT-COUNT
                              ADD ACCT-BALANCE-A TO WS-TOTAL-A
                              ADD ACCT-BALANCE-B TO WS-TOTAL-B
                              PERFORM TALLY-ACCOUNT-CURRENCY
                      END-READ
                  END-PERFORM.
                  CLOSE ACCOUNT-MASTER.
              READ-CURRENCY-PARAMETERS.
                  OPEN INPUT PARM-FILE.
                  IF WS-PARM-STATUS = "00"
                      READ PARM-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              IF PRM-BASE-CURRENCY NOT = SPACES
                                  MOVE PRM-BASE-CURRENCY
                                      TO WS-BASE-CURRENCY
                              END-IF
                      END-READ
                      CLOSE PARM-FILE
                  END-IF.
              TALLY-ACCOUNT-CURRENCY.
                  IF ACCT-CURRENCY = SPACES
                      MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                  ELSE
                      MOVE ACCT-CURRENCY TO WS-ACCT-CCY
                  END-IF.
                  MOVE ZERO TO WS-CCY-IDX.
                  PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                          UNTIL WS-CCY-SCAN > WS-CCY-COUNT
                          OR WS-CCY-IDX > 0
                      IF CCYT-CODE(WS-CCY-SCAN) = WS-ACCT-CCY
                          MOVE WS-CCY-SCAN TO WS-CCY-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-CCY-IDX = 0
                      IF WS-CCY-COUNT < 20
                          ADD 1 TO WS-CCY-COUNT
                          MOVE WS-CCY-COUNT TO WS-CCY-IDX
                          MOVE WS-ACCT-CCY TO CCYT-CODE(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-ACCOUNTS(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-TOTAL-A(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-RATE(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-RATE-DATE(WS-CCY-IDX)
                          MOVE ZERO TO CCYT-BASE-A(WS-CCY-IDX)
                      ELSE
                          IF NOT CCY-TABLE-FULL
                              DISPLAY "CURRENCY TOTALS FULL - "
                                  "FURTHER CURRENCIES NOT TOTALLED"
                              SET CCY-TABLE-FULL TO TRUE
                              MOVE 4 TO WS-RETURN-CODE
                          END-IF
                      END-IF
                  END-IF.
                  IF WS-CCY-IDX > 0
                      ADD 1 TO CCYT-ACCOUNTS(WS-CCY-IDX)
                      ADD ACCT-BALANCE-A TO CCYT-TOTAL-A(WS-CCY-IDX)
                  END-IF.
              APPLY-CURRENCY-RATES.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      IF CCYT-CODE(WS-CCY-IDX) = WS-BASE-CURRENCY
                          MOVE 1 TO CCYT-RATE(WS-CCY-IDX)
                      END-IF
                  END-PERFORM.
                  OPEN INPUT RATE-FILE.
                  IF WS-FXR-STATUS NOT = "00"
                      SET END-OF-RATE-FILE TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-RATE-FILE
                      READ RATE-FILE
                          AT END
                              SET END-OF-RATE-FILE TO TRUE
                          NOT AT END
                              PERFORM TEST-CURRENCY-RATE
                      END-READ
                  END-PERFORM.
                  IF WS-FXR-STATUS = "00" OR WS-FXR-STATUS = "10"
                      CLOSE RATE-FILE
                  END-IF.
                  MOVE ZERO TO WS-BASE-TOTAL-A.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      IF CCYT-RATE(WS-CCY-IDX) = ZERO
                          ADD 1 TO WS-MISSING-RATES
                          MOVE 4 TO WS-RETURN-CODE
                      ELSE
                          COMPUTE CCYT-BASE-A(WS-CCY-IDX) ROUNDED
                              = CCYT-TOTAL-A(WS-CCY-IDX)
                              * CCYT-RATE(WS-CCY-IDX)
                          ADD CCYT-BASE-A(WS-CCY-IDX)
                              TO WS-BASE-TOTAL-A
                      END-IF
                  END-PERFORM.
              TEST-CURRENCY-RATE.
                  IF FXR-EFF-DATE NUMERIC AND FXR-RATE NUMERIC
                          AND FXR-EFF-DATE NOT > WS-RUN-YYYYMMDD
                          AND FXR-CURRENCY NOT = WS-BASE-CURRENCY
                      PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                              UNTIL WS-CCY-IDX > WS-CCY-COUNT
                          IF CCYT-CODE(WS-CCY-IDX) = FXR-CURRENCY
                                  AND FXR-EFF-DATE
                                  NOT < CCYT-RATE-DATE(WS-CCY-IDX)
                              MOVE FXR-RATE TO CCYT-RATE(WS-CCY-IDX)
                              MOVE FXR-EFF-DATE
                                  TO CCYT-RATE-DATE(WS-CCY-IDX)
                          END-IF
                      END-PERFORM
                  END-IF.
              READ-PRIOR-PROOF.
                  OPEN INPUT CONTROL-FILE.
                  IF WS-CTL-STATUS = "00"
                                          SUBTRACT HIS-XFER-SUM
                                              FROM WS-POSTED-SUM-C
                                      END-IF
                                      IF HIS-SUSPENSE-SUM NUMERIC
                                          SUBTRACT HIS-SUSPENSE-SUM
                                              FROM WS-POSTED-SUM-C
                                          ADD HIS-SUSPENSE-SUM
                                              TO WS-PERIOD-SUSPENSE
                                      END-IF
                                      IF HIS-FX-ADJUST-SUM NUMERIC
                                          ADD HIS-FX-ADJUST-SUM
                                              TO WS-PERIOD-FX-ADJUST
                                      END-IF
                                      IF HIS-FX-DIFF-SUM NUMERIC
                                          ADD HIS-FX-DIFF-SUM
                                              TO WS-PERIOD-FX-DIFF
                                      END-IF
                                      ADD HIS-REJECT-COUNT
                                          TO WS-PERIOD-REJECTS
                                  END-IF
                  WRITE REPORT-LINE FROM WS-TOTAL-B-LINE.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  PERFORM WRITE-CURRENCY-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  IF NOT PRIOR-PROOF-FOUND
                      MOVE "NO PRIOR" TO PRF-STATUS
                      WRITE REPORT-LINE FROM WS-PROOF-STATUS-LINE
                      WRITE REPORT-LINE FROM WS-PROOF-LINE-1
                      MOVE WS-POSTED-SUM-C TO PRF-POSTED
                      WRITE REPORT-LINE FROM WS-PROOF-LINE-2
                      MOVE WS-PERIOD-FX-ADJUST TO PRF-FX-ADJUST
                      WRITE REPORT-LINE FROM WS-PROOF-LINE-FX
                      COMPUTE WS-EXPECTED-A
                          = WS-PRIOR-TOTAL-A + WS-POSTED-SUM-C
                          + WS-PERIOD-FX-ADJUST
                      MOVE WS-EXPECTED-A TO PRF-EXPECTED
                      WRITE REPORT-LINE FROM WS-PROOF-LINE-3
                      COMPUTE WS-VARIANCE-A
                          MOVE "IN PROOF" TO PRF-STATUS
                      ELSE
                          MOVE "OUT OF PROOF" TO PRF-STATUS
                          MOVE 4 TO WS-RETURN-CODE
                      END-IF
                      WRITE REPORT-LINE FROM WS-PROOF-STATUS-LINE
                      MOVE WS-PERIOD-RUNS TO PRF-RUNS
                      MOVE WS-PERIOD-REJECTS TO PRF-REJECTS
                      WRITE REPORT-LINE FROM WS-PERIOD-LINE
                      MOVE WS-PERIOD-SUSPENSE TO PRF-SUSPENSE
                      WRITE REPORT-LINE FROM WS-SUSPENSE-LINE
                      MOVE WS-PERIOD-FX-DIFF TO PRF-FX-DIFF
                      MOVE WS-BASE-CURRENCY TO PRF-FX-CURRENCY
                      WRITE REPORT-LINE FROM WS-FX-DIFF-LINE
                      IF WS-VARIANCE-A NOT = ZERO
                          WRITE REPORT-LINE FROM WS-CAVEAT-LINE
                      END-IF
                  END-IF.
                  CLOSE REPORT-FILE.
              WRITE-CURRENCY-TOTALS.
                  WRITE REPORT-LINE FROM WS-CCY-HEADER.
                  PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                          UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      MOVE CCYT-CODE(WS-CCY-IDX) TO CCL-CODE
                      MOVE CCYT-ACCOUNTS(WS-CCY-IDX) TO CCL-ACCOUNTS
                      MOVE CCYT-TOTAL-A(WS-CCY-IDX) TO CCL-TOTAL-A
                      MOVE CCYT-RATE(WS-CCY-IDX) TO CCL-RATE
                      MOVE CCYT-BASE-A(WS-CCY-IDX) TO CCL-BASE-A
                      IF CCYT-RATE(WS-CCY-IDX) = ZERO
                          MOVE "NO RATE" TO CCL-FLAG
                      ELSE
                          MOVE SPACES TO CCL-FLAG
                      END-IF
                      WRITE REPORT-LINE FROM WS-CCY-LINE
                  END-PERFORM.
                  MOVE WS-BASE-CURRENCY TO BTL-CURRENCY.
                  MOVE WS-BASE-TOTAL-A TO BTL-BASE-A.
                  WRITE REPORT-LINE FROM WS-BASE-TOTAL-LINE.
                  IF WS-MISSING-RATES > 0
                      DISPLAY WS-MISSING-RATES " CURRENCIES HAVE NO "
                          "EXCHANGE RATE - EXCLUDED FROM BASE TOTAL"
                  END-IF.
              SAVE-PROOF-TOTALS.
                  OPEN OUTPUT CONTROL-FILE.
                  MOVE WS-RUN-YYYYMMDD TO CTL-PRIOR-DATE.

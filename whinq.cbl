       IDENTIFICATION DIVISION.
              PROGRAM-ID. WHINQ.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHSE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-WHSE-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "WHINQ.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT CHECKPOINT-FILE ASSIGN TO "ADDITION.CKP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CKP-STATUS.
                  SELECT LOCK-FILE ASSIGN TO "ADDITION.LCK"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LCK-STATUS.
                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  WAREHOUSE-FILE.
              01  WAREHOUSE-RECORD PIC X(62).
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(90).
              FD  CHECKPOINT-FILE.
              01  CHECKPOINT-RECORD.
                  05 CKP-RECORDS-READ PIC 9(6).
                  05 FILLER PIC X(47).
                  05 CKP-IN-FLIGHT PIC X.
                  05 FILLER PIC X(26).
              FD  LOCK-FILE.
              01  LOCK-RECORD.
                  05 LCK-HELD PIC X.
                  05 FILLER PIC X.
                  05 LCK-MODE PIC X.
                  05 FILLER PIC X.
                  05 LCK-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 LCK-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 LCK-TIME PIC 9(6).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              WORKING-STORAGE SECTION.
              77 WS-WHSE-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-MODE-HITS PIC 9(4) VALUE ZERO.
              77 WS-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE SPACE.
              77 WS-SEL-ACCT PIC X(6) VALUE SPACES.
              77 WS-SEL-ITEM PIC X(4) VALUE SPACES.
              77 WS-SEL-NUM PIC 9(4) VALUE ZERO.
              77 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
              77 WS-CANCEL-COUNT PIC 9(6) VALUE ZERO.
              77 WS-WH-COUNT PIC 9(4) VALUE ZERO.
              77 WS-WH-IDX PIC 9(4) VALUE ZERO.
              77 WS-WH-IDX2 PIC 9(4) VALUE ZERO.
              77 WS-SWAP-REC PIC X(63) VALUE SPACES.
              77 WS-ITEM-AMOUNT PIC S9(7)V99 VALUE ZERO.
              77 WS-DATE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-DATE-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-GRAND-COUNT PIC 9(6) VALUE ZERO.
              77 WS-GRAND-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-PREV-DATE PIC 9(8) VALUE ZERO.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-WAREHOUSE-FILE VALUE "Y".
              77 WS-WH-FULL-FLAG PIC X VALUE "N".
                  88 WH-TABLE-FULL VALUE "Y".
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-DONE-FLAG PIC X VALUE "N".
                  88 INQUIRY-DONE VALUE "Y".
              01  WS-WH-TABLE.
                  05 WS-WH-ENTRY OCCURS 1000 TIMES.
                      10 WHT-REC PIC X(62).
                      10 WHT-KEEP PIC X.
              01  WS-WH-REC.
                  05 WR-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WR-TRANS.
                      10 WR-OP PIC X.
                      10 WR-ACCT PIC X(6).
                      10 WR-A-SIGN PIC X.
                      10 WR-A-DIGITS PIC 9(7)V99.
                      10 WR-B-SIGN PIC X.
                      10 WR-B-DIGITS PIC X(9).
                      10 WR-TO-ACCT PIC X(6).
                  05 FILLER PIC X.
                  05 WR-RECV-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 WR-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 WR-CURRENCY PIC X(3).
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-CURRENT-DATE-FIELDS REDEFINES WS-CURRENT-DATE.
                  05 CD-YEAR PIC 9(4).
                  05 CD-MONTH PIC 9(2).
                  05 CD-DAY PIC 9(2).
                  05 CD-HOUR PIC 9(2).
                  05 CD-MINUTE PIC 9(2).
                  05 CD-SECOND PIC 9(2).
                  05 FILLER PIC X(9).
              01  WS-AUDIT-DETAIL.
                  05 AUD-TS-YEAR PIC 9999.
                  05 FILLER PIC X VALUE "-".
                  05 AUD-TS-MONTH PIC 99.
                  05 FILLER PIC X VALUE "-".
                  05 AUD-TS-DAY PIC 99.
                  05 FILLER PIC X VALUE " ".
                  05 AUD-TS-HOUR PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 AUD-TS-MINUTE PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 AUD-TS-SECOND PIC 99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-OPERATOR PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-A PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-B PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-C PIC -Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 AUD-STATUS PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-ACCT PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-SEQ PIC 9(8) VALUE ZERO.
                  05 FILLER PIC X VALUE SPACE.
                  05 AUD-CHAIN-CHECK PIC 9(10) VALUE ZERO.
              01  WS-HEADER-1.
                  05 FILLER PIC X(40)
                      VALUE "WAREHOUSED ITEMS AWAITING RELEASE       ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(10) VALUE "EFFECTIVE ".
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(4) VALUE "OP  ".
                  05 FILLER PIC X(14) VALUE "       AMOUNT ".
                  05 FILLER PIC X(8) VALUE " TO ACCT".
                  05 FILLER PIC X(10) VALUE "  RECEIVED".
                  05 FILLER PIC X(10) VALUE "  BATCH ".
                  05 FILLER PIC X(3) VALUE "CCY".
              01  WS-DETAIL-LINE.
                  05 DTL-EFF-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-OP PIC X.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 DTL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-TO-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-RECV-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BATCH PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-CURRENCY PIC X(3).
              01  WS-DATE-TOTAL-LINE.
                  05 FILLER PIC X(6) VALUE SPACES.
                  05 FILLER PIC X(14) VALUE "TOTAL FOR DATE".
                  05 FILLER PIC X VALUE SPACE.
                  05 DTT-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTT-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 DTT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE "TOTAL WAITING:      ".
                  05 TOT-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-CANCEL-LINE.
                  05 FILLER PIC X(20) VALUE "CANCELLED THIS RUN: ".
                  05 TOT-CANCEL-COUNT PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  PERFORM LOAD-WAREHOUSE-TABLE.
                  IF WH-TABLE-FULL
                      DISPLAY "TOO MANY WAREHOUSED ITEMS FOR ONE "
                          "RUN - INQUIRY CANCELLED"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
                      IF WS-CMD-LINE(1:6) = "REPORT"
                          PERFORM WRITE-WAITING-REPORT
                      ELSE
                          PERFORM UNTIL INQUIRY-DONE
                              PERFORM SELECT-INQUIRY-ACTION
                          END-PERFORM
                          IF WS-CANCEL-COUNT > 0
                              PERFORM REWRITE-WAREHOUSE-FILE
                          END-IF
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              LOAD-WAREHOUSE-TABLE.
                  MOVE ZERO TO WS-WH-COUNT.
                  OPEN INPUT WAREHOUSE-FILE.
                  IF WS-WHSE-STATUS = "00"
                      PERFORM UNTIL END-OF-WAREHOUSE-FILE
                          READ WAREHOUSE-FILE
                              AT END
                                  SET END-OF-WAREHOUSE-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-ITEM-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE WAREHOUSE-FILE
                  END-IF.
              ADD-ITEM-TO-TABLE.
                  IF WS-WH-COUNT < 1000
                      ADD 1 TO WS-WH-COUNT
                      MOVE WAREHOUSE-RECORD TO WHT-REC(WS-WH-COUNT)
                      MOVE "Y" TO WHT-KEEP(WS-WH-COUNT)
                  ELSE
                      SET WH-TABLE-FULL TO TRUE
                      SET END-OF-WAREHOUSE-FILE TO TRUE
                  END-IF.
              SELECT-INQUIRY-ACTION.
                  DISPLAY "INQUIRE, CANCEL, REPORT, OR QUIT "
                      "(I/C/R/Q)?".
                  ACCEPT WS-ACTION.
                  EVALUATE WS-ACTION
                      WHEN "I"
                      WHEN "i"
                          PERFORM ACCEPT-INQUIRY-ACCOUNT
                          PERFORM LIST-ACCOUNT-ITEMS
                      WHEN "C"
                      WHEN "c"
                          PERFORM CANCEL-WAREHOUSED-ITEM
                      WHEN "R"
                      WHEN "r"
                          PERFORM WRITE-WAITING-REPORT
                      WHEN "Q"
                      WHEN "q"
                          SET INQUIRY-DONE TO TRUE
                      WHEN OTHER
                          DISPLAY "INVALID ACTION"
                  END-EVALUATE.
              ACCEPT-INQUIRY-ACCOUNT.
                  DISPLAY "ENTER ACCOUNT NUMBER".
                  ACCEPT WS-SEL-ACCT.
              LIST-ACCOUNT-ITEMS.
                  MOVE ZERO TO WS-MATCH-COUNT.
                  PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                          UNTIL WS-WH-IDX > WS-WH-COUNT
                      MOVE WHT-REC(WS-WH-IDX) TO WS-WH-REC
                      IF WHT-KEEP(WS-WH-IDX) = "Y"
                              AND WR-ACCT = WS-SEL-ACCT
                          ADD 1 TO WS-MATCH-COUNT
                          DISPLAY WS-WH-IDX ": EFFECTIVE " WR-EFF-DATE
                              " " WR-TRANS " " WR-CURRENCY
                              " RECEIVED " WR-RECV-DATE
                              " BATCH " WR-BATCH-NUMBER
                      END-IF
                  END-PERFORM.
                  IF WS-MATCH-COUNT = 0
                      DISPLAY "NO WAREHOUSED ITEMS FOR ACCOUNT "
                          WS-SEL-ACCT
                  END-IF.
              CANCEL-WAREHOUSED-ITEM.
                  PERFORM CHECK-CANCEL-ALLOWED.
                  IF OPERATOR-AUTHORIZED
                      PERFORM ACCEPT-INQUIRY-ACCOUNT
                      PERFORM LIST-ACCOUNT-ITEMS
                      IF WS-MATCH-COUNT > 0
                          DISPLAY "ENTER ITEM NUMBER TO CANCEL"
                          ACCEPT WS-SEL-ITEM
                          PERFORM VALIDATE-CANCEL-ITEM
                      END-IF
                  END-IF.
              CHECK-CANCEL-ALLOWED.
                  PERFORM CHECK-AUTHORIZATION.
                  IF NOT OPERATOR-AUTHORIZED
                      DISPLAY "OPERATOR " WS-OPERATOR-ID
                          " NOT AUTHORIZED TO CANCEL WAREHOUSED ITEMS"
                      MOVE "DENIED" TO AUD-STATUS
                      MOVE "Q" TO AUD-ACCT
                      PERFORM WRITE-CONTROL-AUDIT
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      PERFORM CHECK-BATCH-IN-FLIGHT
                      PERFORM CHECK-RUN-LOCK
                  END-IF.
              VALIDATE-CANCEL-ITEM.
                  MOVE ZERO TO WS-SEL-NUM.
                  IF WS-SEL-ITEM NOT = SPACES
                      MOVE FUNCTION NUMVAL(WS-SEL-ITEM) TO WS-SEL-NUM
                  END-IF.
                  IF WS-SEL-NUM = 0 OR WS-SEL-NUM > WS-WH-COUNT
                      DISPLAY "INVALID ITEM NUMBER"
                  ELSE
                      MOVE WHT-REC(WS-SEL-NUM) TO WS-WH-REC
                      IF WHT-KEEP(WS-SEL-NUM) NOT = "Y"
                              OR WR-ACCT NOT = WS-SEL-ACCT
                          DISPLAY "INVALID ITEM NUMBER"
                      ELSE
                          DISPLAY "CANCEL " WR-TRANS " EFFECTIVE "
                              WR-EFF-DATE "? (Y/N)"
                          ACCEPT WS-CONFIRM
                          IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                              PERFORM RECORD-ITEM-CANCEL
                          ELSE
                              DISPLAY "CANCEL ABANDONED"
                          END-IF
                      END-IF
                  END-IF.
              RECORD-ITEM-CANCEL.
                  MOVE "N" TO WHT-KEEP(WS-SEL-NUM).
                  ADD 1 TO WS-CANCEL-COUNT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  PERFORM COMPUTE-ITEM-AMOUNT.
                  MOVE WS-ITEM-AMOUNT TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE "WH-CANCEL" TO AUD-STATUS.
                  MOVE WR-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
                  DISPLAY "ITEM CANCELLED".
              COMPUTE-ITEM-AMOUNT.
                  MOVE ZERO TO WS-ITEM-AMOUNT.
                  IF WR-A-DIGITS NUMERIC
                      MOVE WR-A-DIGITS TO WS-ITEM-AMOUNT
                      IF WR-A-SIGN = "-"
                          COMPUTE WS-ITEM-AMOUNT
                              = ZERO - WS-ITEM-AMOUNT
                      END-IF
                  END-IF.
              REWRITE-WAREHOUSE-FILE.
                  OPEN OUTPUT WAREHOUSE-FILE.
                  PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                          UNTIL WS-WH-IDX > WS-WH-COUNT
                      IF WHT-KEEP(WS-WH-IDX) = "Y"
                          WRITE WAREHOUSE-RECORD
                              FROM WHT-REC(WS-WH-IDX)
                      END-IF
                  END-PERFORM.
                  CLOSE WAREHOUSE-FILE.
                  DISPLAY WS-CANCEL-COUNT " WAREHOUSED ITEMS CANCELLED".
              WRITE-WAITING-REPORT.
                  PERFORM SORT-WAREHOUSE-TABLE.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  MOVE ZERO TO WS-PREV-DATE.
                  MOVE ZERO TO WS-DATE-COUNT.
                  MOVE ZERO TO WS-DATE-SUM.
                  MOVE ZERO TO WS-GRAND-COUNT.
                  MOVE ZERO TO WS-GRAND-SUM.
                  PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                          UNTIL WS-WH-IDX > WS-WH-COUNT
                      IF WHT-KEEP(WS-WH-IDX) = "Y"
                          PERFORM REPORT-WAITING-ITEM
                      END-IF
                  END-PERFORM.
                  IF WS-DATE-COUNT > 0
                      PERFORM WRITE-DATE-TOTAL
                  END-IF.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-GRAND-COUNT TO TOT-COUNT.
                  MOVE WS-GRAND-SUM TO TOT-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                  MOVE WS-CANCEL-COUNT TO TOT-CANCEL-COUNT.
                  WRITE REPORT-LINE FROM WS-CANCEL-LINE.
                  CLOSE REPORT-FILE.
                  DISPLAY "WAREHOUSE REPORT COMPLETE - SEE WHINQ.RPT".
              SORT-WAREHOUSE-TABLE.
                  PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                          UNTIL WS-WH-IDX >= WS-WH-COUNT
                      PERFORM VARYING WS-WH-IDX2 FROM WS-WH-IDX BY 1
                              UNTIL WS-WH-IDX2 > WS-WH-COUNT
                          IF WHT-REC(WS-WH-IDX2)(1:8)
                                  < WHT-REC(WS-WH-IDX)(1:8)
                              OR (WHT-REC(WS-WH-IDX2)(1:8)
                                  = WHT-REC(WS-WH-IDX)(1:8)
                              AND WHT-REC(WS-WH-IDX2)(11:6)
                                  < WHT-REC(WS-WH-IDX)(11:6))
                              MOVE WS-WH-ENTRY(WS-WH-IDX)
                                  TO WS-SWAP-REC
                              MOVE WS-WH-ENTRY(WS-WH-IDX2)
                                  TO WS-WH-ENTRY(WS-WH-IDX)
                              MOVE WS-SWAP-REC
                                  TO WS-WH-ENTRY(WS-WH-IDX2)
                          END-IF
                      END-PERFORM
                  END-PERFORM.
              REPORT-WAITING-ITEM.
                  MOVE WHT-REC(WS-WH-IDX) TO WS-WH-REC.
                  IF WS-DATE-COUNT > 0
                          AND WR-EFF-DATE NOT = WS-PREV-DATE
                      PERFORM WRITE-DATE-TOTAL
                  END-IF.
                  MOVE WR-EFF-DATE TO WS-PREV-DATE.
                  PERFORM COMPUTE-ITEM-AMOUNT.
                  ADD 1 TO WS-DATE-COUNT.
                  ADD WS-ITEM-AMOUNT TO WS-DATE-SUM.
                  ADD 1 TO WS-GRAND-COUNT.
                  ADD WS-ITEM-AMOUNT TO WS-GRAND-SUM.
                  MOVE WR-EFF-DATE TO DTL-EFF-DATE.
                  MOVE WR-ACCT TO DTL-ACCT.
                  MOVE WR-OP TO DTL-OP.
                  MOVE WS-ITEM-AMOUNT TO DTL-AMOUNT.
                  MOVE WR-TO-ACCT TO DTL-TO-ACCT.
                  MOVE WR-RECV-DATE TO DTL-RECV-DATE.
                  MOVE WR-BATCH-NUMBER TO DTL-BATCH.
                  MOVE WR-CURRENCY TO DTL-CURRENCY.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              WRITE-DATE-TOTAL.
                  MOVE WS-PREV-DATE TO DTT-DATE.
                  MOVE WS-DATE-COUNT TO DTT-COUNT.
                  MOVE WS-DATE-SUM TO DTT-SUM.
                  WRITE REPORT-LINE FROM WS-DATE-TOTAL-LINE.
                  MOVE ZERO TO WS-DATE-COUNT.
                  MOVE ZERO TO WS-DATE-SUM.
              CHECK-BATCH-IN-FLIGHT.
                  OPEN INPUT CHECKPOINT-FILE.
                  IF WS-CKP-STATUS = "00"
                      READ CHECKPOINT-FILE
                          AT END CONTINUE
                      END-READ
                      IF CKP-IN-FLIGHT = "Y"
                              OR CKP-RECORDS-READ > 0
                          DISPLAY "BATCH RUN IN FLIGHT - "
                              "WAREHOUSE CANCEL REFUSED"
                          MOVE "N" TO WS-AUTH-FLAG
                      END-IF
                      CLOSE CHECKPOINT-FILE
                  END-IF.
              CHECK-RUN-LOCK.
                  OPEN INPUT LOCK-FILE.
                  IF WS-LCK-STATUS = "00"
                      READ LOCK-FILE
                          AT END CONTINUE
                      END-READ
                      CLOSE LOCK-FILE
                      IF LCK-HELD = "Y" AND OPERATOR-AUTHORIZED
                          DISPLAY "RUN LOCK HELD BY " LCK-OPERATOR
                              " - WAREHOUSE CANCEL REFUSED"
                          MOVE "LCK-REFUS" TO AUD-STATUS
                          MOVE "Q" TO AUD-ACCT
                          PERFORM WRITE-CONTROL-AUDIT
                          MOVE "N" TO WS-AUTH-FLAG
                      END-IF
                  END-IF.
              CHECK-AUTHORIZATION.
                  MOVE "N" TO WS-AUTH-FLAG.
                  MOVE "N" TO WS-PROF-FOUND-FLAG.
                  MOVE "N" TO WS-PROF-EOF-FLAG.
                  OPEN INPUT PROFILE-FILE.
                  IF WS-PROF-STATUS NOT = "00"
                      DISPLAY "OPERATOR PROFILE FILE NOT FOUND"
                  ELSE
                      PERFORM UNTIL END-OF-PROFILE-FILE
                              OR PROFILE-FOUND
                          READ PROFILE-FILE
                              AT END
                                  SET END-OF-PROFILE-FILE TO TRUE
                              NOT AT END
                                  IF PROF-OPER-ID = WS-OPERATOR-ID
                                      SET PROFILE-FOUND TO TRUE
                                      MOVE ZERO TO WS-MODE-HITS
                                      INSPECT PROF-MODES TALLYING
                                          WS-MODE-HITS FOR ALL "W"
                                      IF WS-MODE-HITS > 0
                                          SET OPERATOR-AUTHORIZED
                                              TO TRUE
                                      END-IF
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE PROFILE-FILE
                  END-IF.
              WRITE-CONTROL-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.

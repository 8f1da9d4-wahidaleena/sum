       IDENTIFICATION DIVISION.
              PROGRAM-ID. HOLDREV.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT HOLD-FILE ASSIGN TO "ADDITION.HLD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HLD-STATUS.
                  SELECT RELEASE-FILE ASSIGN TO "ADDITION.REL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REL-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REVIEW-REPORT ASSIGN TO "HOLDREV.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT EXCEPTION-REPORT ASSIGN TO "HOLDEXC.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-EXC-STATUS.
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
              FD  HOLD-FILE.
              01  HOLD-RECORD PIC X(200).
              FD  RELEASE-FILE.
              01  RELEASE-RECORD.
                  05 REL-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 REL-SOURCE PIC X.
                  05 FILLER PIC X.
                  05 REL-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 REL-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
                      88 OPERATOR-IS-APPROVER VALUE "Y".
              FD  REVIEW-REPORT.
              01  REPORT-LINE PIC X(100).
              FD  EXCEPTION-REPORT.
              01  EXCEPTION-LINE PIC X(122).
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
              77 WS-HLD-STATUS PIC XX VALUE SPACES.
              77 WS-REL-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-EXC-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-REPORT-DATE PIC 9(8) VALUE ZERO.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-CMD-WORD PIC X(8) VALUE SPACES.
              77 WS-CMD-DATE PIC X(8) VALUE SPACES.
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-HLD-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-HOLD-FILE VALUE "Y".
              77 WS-HLD-FULL-FLAG PIC X VALUE "N".
                  88 HLD-TABLE-FULL VALUE "Y".
              77 WS-REVIEW-DONE-FLAG PIC X VALUE "N".
                  88 REVIEW-DONE VALUE "Y".
              77 WS-HLD-COUNT PIC 9(4) VALUE ZERO.
              77 WS-HLD-IDX PIC 9(4) VALUE ZERO.
              77 WS-EXC-COUNT PIC 9(4) VALUE ZERO.
              77 WS-EXC-IDX PIC 9(4) VALUE ZERO.
              77 WS-EXC-IDX2 PIC 9(4) VALUE ZERO.
              77 WS-SWAP-EXC PIC X(25) VALUE SPACES.
              77 WS-RULE-IDX PIC 9(4) VALUE ZERO.
              77 WS-REVIEW-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE "N".
              77 WS-REJECT-NOTE PIC X(30) VALUE SPACES.
              77 WS-KEEP-DAYS PIC 9(3) VALUE 30.
              77 WS-DECISION-AGE PIC S9(6) VALUE ZERO.
              77 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
              77 WS-RELEASE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-REMAINING-COUNT PIC 9(6) VALUE ZERO.
              77 WS-RELEASE-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-REJECT-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-REMAINING-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-PREV-ACCT PIC 9(6) VALUE ZERO.
              77 WS-ACCT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-ACCT-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-STILL-HELD-COUNT PIC 9(6) VALUE ZERO.
              77 WS-EDIT-COUNT PIC ZZZ,ZZ9.
              77 WS-EDIT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              77 WS-LIMIT-TEXT PIC X(17) VALUE SPACES.
              77 WS-ACTUAL-TEXT PIC X(17) VALUE SPACES.
              77 WS-OUTCOME-TEXT PIC X(8) VALUE SPACES.
              01  WS-HLD-TABLE.
                  05 WS-HLD-ENTRY OCCURS 1000 TIMES.
                      10 HLDT-REC PIC X(200).
                      10 HLDT-KEEP PIC X.
              01  WS-EXC-TABLE.
                  05 WS-EXC-ENTRY OCCURS 1000 TIMES.
                      10 EXCT-KEY.
                          15 EXCT-ACCT PIC 9(6).
                          15 EXCT-RULE PIC X(9).
                          15 EXCT-TIME PIC 9(6).
                      10 EXCT-IDX PIC 9(4).
              01  WS-RULE-LIST PIC X(27)
                  VALUE "LRG-ITEM VEL-COUNTVEL-NET  ".
              01  WS-RULE-NAMES REDEFINES WS-RULE-LIST.
                  05 WS-RULE-NAME PIC X(9) OCCURS 3 TIMES.
              01  WS-RULE-TOTALS.
                  05 WS-RULE-ENTRY OCCURS 3 TIMES.
                      10 RUL-COUNT PIC 9(6).
                      10 RUL-SUM PIC S9(11)V99.
                      10 RUL-HELD PIC 9(6).
                      10 RUL-RELEASED PIC 9(6).
                      10 RUL-REJECTED PIC 9(6).
              01  WS-HLD-REC.
                  05 HR-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HR-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 HR-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 HR-TRANS.
                      10 HR-OP-CODE PIC X.
                      10 HR-ACCT-NUMBER PIC 9(6).
                      10 FILLER PIC X(20).
                      10 HR-TO-ACCT PIC X(6).
                  05 FILLER PIC X.
                  05 HR-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 HR-RULE PIC X(9).
                  05 FILLER PIC X.
                  05 HR-RULE-ACCT PIC 9(6).
                  05 FILLER PIC X.
                  05 HR-LIMIT PIC 9(11)V99.
                  05 FILLER PIC X.
                  05 HR-ACTUAL PIC 9(11)V99.
                  05 FILLER PIC X.
                  05 HR-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 HR-STATUS PIC X.
                      88 ITEM-STILL-HELD VALUE "H".
                      88 ITEM-RELEASED VALUE "R".
                      88 ITEM-REJECTED VALUE "X".
                  05 FILLER PIC X.
                  05 HR-REVIEWER PIC X(20).
                  05 FILLER PIC X.
                  05 HR-REVIEW-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 HR-NOTE PIC X(30).
                  05 FILLER PIC X.
                  05 HR-CURRENCY PIC X(3).
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
                  05 FILLER PIC X(32)
                      VALUE "HELD ITEM REVIEW REGISTER       ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
                  05 FILLER PIC X(14) VALUE "  SUPERVISOR: ".
                  05 HDR-OPERATOR PIC X(20).
              01  WS-HEADER-2.
                  05 FILLER PIC X(10) VALUE "ACTION    ".
                  05 FILLER PIC X(10) VALUE "HELD      ".
                  05 FILLER PIC X(8) VALUE "BATCH   ".
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(10) VALUE "RULE      ".
                  05 FILLER PIC X(14) VALUE "       AMOUNT ".
                  05 FILLER PIC X(30) VALUE " NOTE".
              01  WS-DETAIL-LINE.
                  05 DTL-ACTION PIC X(10).
                  05 DTL-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BATCH PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-RULE PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-NOTE PIC X(30).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(20) VALUE "ITEMS RELEASED:     ".
                  05 TOT-RELEASE-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-RELEASE-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(20) VALUE "ITEMS REJECTED:     ".
                  05 TOT-REJECT-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-REJECT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(20) VALUE "STILL HELD:         ".
                  05 TOT-REMAINING-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-REMAINING-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-EXC-HEADER-1.
                  05 FILLER PIC X(34)
                      VALUE "HOLD FOR REVIEW EXCEPTION REPORT".
                  05 FILLER PIC X(10) VALUE "FOR DATE: ".
                  05 EXH-DATE PIC 9(8).
                  05 FILLER PIC X(11) VALUE "  PRINTED: ".
                  05 EXH-RUN-DATE PIC 9(8).
              01  WS-EXC-HEADER-2.
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(10) VALUE "RULE".
                  05 FILLER PIC X(7) VALUE "TIME".
                  05 FILLER PIC X(7) VALUE "BATCH".
                  05 FILLER PIC X(3) VALUE "OP".
                  05 FILLER PIC X(7) VALUE "ITEM".
                  05 FILLER PIC X(14) VALUE "       AMOUNT".
                  05 FILLER PIC X(18) VALUE "            LIMIT".
                  05 FILLER PIC X(19) VALUE "           ACTUAL".
                  05 FILLER PIC X(9) VALUE "OUTCOME".
                  05 FILLER PIC X(20) VALUE "REVIEWER".
              01  WS-EXC-DETAIL-LINE.
                  05 EXD-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EXD-RULE PIC X(9).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-TIME PIC 9(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-BATCH PIC X(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-OP PIC X.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EXD-ITEM-ACCT PIC 9(6).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-LIMIT PIC X(17).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-ACTUAL PIC X(17).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EXD-OUTCOME PIC X(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 EXD-REVIEWER PIC X(20).
              01  WS-EXC-ACCT-LINE.
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(14) VALUE "ACCOUNT TOTAL ".
                  05 EXA-ACCT PIC 9(6).
                  05 FILLER PIC X(9) VALUE "  ITEMS: ".
                  05 EXA-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 EXA-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-EXC-RULE-HEADER.
                  05 FILLER PIC X(12) VALUE "RULE".
                  05 FILLER PIC X(9) VALUE "    ITEMS".
                  05 FILLER PIC X(19) VALUE "             AMOUNT".
                  05 FILLER PIC X(10) VALUE "      HELD".
                  05 FILLER PIC X(10) VALUE "  RELEASED".
                  05 FILLER PIC X(10) VALUE "  REJECTED".
              01  WS-EXC-RULE-LINE.
                  05 EXR-RULE PIC X(12).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EXR-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X VALUE SPACE.
                  05 EXR-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 EXR-HELD PIC ZZZ,ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 EXR-RELEASED PIC ZZZ,ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 EXR-REJECTED PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                  PERFORM LOAD-HOLD-TABLE.
                  IF HLD-TABLE-FULL
                      DISPLAY "TOO MANY HELD ITEMS FOR ONE RUN - "
                          "RUN CANCELLED"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      IF WS-CMD-LINE(1:6) = "REPORT"
                          PERFORM SET-REPORT-DATE
                          PERFORM WRITE-EXCEPTION-REPORT
                      ELSE
                          PERFORM CHECK-BATCH-IN-FLIGHT
                          PERFORM CHECK-RUN-LOCK
                          PERFORM CHECK-AUTHORIZATION
                          IF NOT OPERATOR-AUTHORIZED
                              DISPLAY "OPERATOR " WS-OPERATOR-ID
                                  " NOT AUTHORIZED TO REVIEW HELD "
                                  "ITEMS"
                              MOVE "DENIED" TO AUD-STATUS
                              MOVE "H" TO AUD-ACCT
                              PERFORM WRITE-CONTROL-AUDIT
                              MOVE 8 TO WS-RETURN-CODE
                          ELSE
                              PERFORM REVIEW-HELD-ITEMS
                          END-IF
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              CHECK-BATCH-IN-FLIGHT.
                  OPEN INPUT CHECKPOINT-FILE.
                  IF WS-CKP-STATUS = "00"
                      READ CHECKPOINT-FILE
                          AT END CONTINUE
                      END-READ
                      IF CKP-IN-FLIGHT = "Y"
                              OR CKP-RECORDS-READ > 0
                          DISPLAY "BATCH RUN IN FLIGHT - "
                              "HELD ITEM REVIEW REFUSED"
                          CLOSE CHECKPOINT-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE CHECKPOINT-FILE
                  END-IF.
              CHECK-RUN-LOCK.
                  OPEN INPUT LOCK-FILE.
                  IF WS-LCK-STATUS = "00"
                      READ LOCK-FILE
                          AT END CONTINUE
                      END-READ
                      IF LCK-HELD = "Y"
                          DISPLAY "RUN LOCK HELD BY " LCK-OPERATOR
                              " - HELD ITEM REVIEW REFUSED"
                          CLOSE LOCK-FILE
                          MOVE "LCK-REFUS" TO AUD-STATUS
                          MOVE "H" TO AUD-ACCT
                          PERFORM WRITE-CONTROL-AUDIT
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      CLOSE LOCK-FILE
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
                                      IF OPERATOR-IS-APPROVER
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
              LOAD-HOLD-TABLE.
                  MOVE ZERO TO WS-HLD-COUNT.
                  OPEN INPUT HOLD-FILE.
                  IF WS-HLD-STATUS = "00"
                      PERFORM UNTIL END-OF-HOLD-FILE
                          READ HOLD-FILE
                              AT END
                                  SET END-OF-HOLD-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-HOLD-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE HOLD-FILE
                  END-IF.
              ADD-HOLD-TO-TABLE.
                  IF WS-HLD-COUNT < 1000
                      ADD 1 TO WS-HLD-COUNT
                      MOVE HOLD-RECORD TO HLDT-REC(WS-HLD-COUNT)
                      MOVE "Y" TO HLDT-KEEP(WS-HLD-COUNT)
                  ELSE
                      SET HLD-TABLE-FULL TO TRUE
                      SET END-OF-HOLD-FILE TO TRUE
                  END-IF.
              REVIEW-HELD-ITEMS.
                  MOVE ZERO TO WS-OPEN-COUNT.
                  PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                          UNTIL WS-HLD-IDX > WS-HLD-COUNT
                      MOVE HLDT-REC(WS-HLD-IDX) TO WS-HLD-REC
                      IF ITEM-STILL-HELD
                          ADD 1 TO WS-OPEN-COUNT
                      END-IF
                  END-PERFORM.
                  IF WS-OPEN-COUNT = 0
                      DISPLAY "NO ITEMS HELD FOR REVIEW"
                  ELSE
                      OPEN EXTEND RELEASE-FILE
                      IF WS-REL-STATUS = "35"
                          OPEN OUTPUT RELEASE-FILE
                      END-IF
                      OPEN EXTEND AUDIT-FILE
                      IF WS-AUDIT-STATUS = "35"
                          OPEN OUTPUT AUDIT-FILE
                      END-IF
                      OPEN OUTPUT REVIEW-REPORT
                      MOVE WS-RUN-DATE TO HDR-DATE
                      MOVE WS-OPERATOR-ID TO HDR-OPERATOR
                      WRITE REPORT-LINE FROM WS-HEADER-1
                      WRITE REPORT-LINE FROM WS-HEADER-2
                      PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                              UNTIL WS-HLD-IDX > WS-HLD-COUNT
                              OR REVIEW-DONE
                          MOVE HLDT-REC(WS-HLD-IDX) TO WS-HLD-REC
                          IF ITEM-STILL-HELD
                              PERFORM REVIEW-HELD-ITEM
                          END-IF
                      END-PERFORM
                      CLOSE AUDIT-FILE
                      CLOSE RELEASE-FILE
                      PERFORM REWRITE-HOLD-FILE
                      PERFORM WRITE-REVIEW-TOTALS
                      CLOSE REVIEW-REPORT
                      DISPLAY "HELD ITEM REVIEW COMPLETE - "
                          "SEE HOLDREV.RPT"
                  END-IF.
              REVIEW-HELD-ITEM.
                  PERFORM FORMAT-LIMIT-AND-ACTUAL.
                  DISPLAY "HELD: " HR-DATE " BATCH " HR-BATCH-NUMBER
                      " " HR-TRANS " " HR-CURRENCY.
                  DISPLAY "RULE " HR-RULE " ON ACCOUNT " HR-RULE-ACCT
                      " LIMIT " WS-LIMIT-TEXT " ACTUAL "
                      WS-ACTUAL-TEXT.
                  IF HR-OPERATOR = WS-OPERATOR-ID
                      DISPLAY "HELD IN A RUN BY " HR-OPERATOR
                          " - CANNOT BE REVIEWED BY THE SAME "
                          "OPERATOR"
                  ELSE
                      DISPLAY "RELEASE, REJECT, SKIP, OR QUIT "
                          "(R/X/S/Q)?"
                      ACCEPT WS-REVIEW-ACTION
                      EVALUATE WS-REVIEW-ACTION
                          WHEN "R"
                          WHEN "r"
                              PERFORM RELEASE-HELD-ITEM
                          WHEN "X"
                          WHEN "x"
                              PERFORM REJECT-HELD-ITEM
                          WHEN "S"
                          WHEN "s"
                              CONTINUE
                          WHEN "Q"
                          WHEN "q"
                              SET REVIEW-DONE TO TRUE
                          WHEN OTHER
                              DISPLAY "INVALID ACTION - ITEM SKIPPED"
                      END-EVALUATE
                  END-IF.
              RELEASE-HELD-ITEM.
                  DISPLAY "RELEASE " HR-AMOUNT " FOR ACCOUNT "
                      HR-ACCT-NUMBER " TO THE NEXT BATCH RUN? (Y/N)".
                  ACCEPT WS-CONFIRM.
                  IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      MOVE SPACES TO RELEASE-RECORD
                      MOVE HR-TRANS TO REL-TRANS
                      MOVE "H" TO REL-SOURCE
                      MOVE HR-CURRENCY TO REL-CURRENCY
                      WRITE RELEASE-RECORD
                      MOVE "R" TO HR-STATUS
                      MOVE SPACES TO HR-NOTE
                      PERFORM RECORD-REVIEW-DECISION
                      ADD 1 TO WS-RELEASE-COUNT
                      ADD HR-AMOUNT TO WS-RELEASE-SUM
                      MOVE "HOLD-REL" TO AUD-STATUS
                      PERFORM WRITE-DECISION-AUDIT
                      MOVE "RELEASED" TO DTL-ACTION
                      PERFORM WRITE-REGISTER-LINE
                      DISPLAY "ITEM RELEASED FOR NEXT BATCH RUN"
                  ELSE
                      DISPLAY "RELEASE CANCELLED"
                  END-IF.
              REJECT-HELD-ITEM.
                  MOVE SPACES TO WS-REJECT-NOTE.
                  DISPLAY "ENTER REJECTION REASON".
                  ACCEPT WS-REJECT-NOTE.
                  IF WS-REJECT-NOTE = SPACES
                      DISPLAY "A REASON IS REQUIRED - ITEM SKIPPED"
                  ELSE
                      DISPLAY "REJECT " HR-AMOUNT " FOR ACCOUNT "
                          HR-ACCT-NUMBER " - " WS-REJECT-NOTE
                      DISPLAY "CORRECT? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          MOVE "X" TO HR-STATUS
                          MOVE WS-REJECT-NOTE TO HR-NOTE
                          PERFORM RECORD-REVIEW-DECISION
                          ADD 1 TO WS-REJECT-COUNT
                          ADD HR-AMOUNT TO WS-REJECT-SUM
                          MOVE "HOLD-REJ" TO AUD-STATUS
                          PERFORM WRITE-DECISION-AUDIT
                          MOVE "REJECTED" TO DTL-ACTION
                          PERFORM WRITE-REGISTER-LINE
                          DISPLAY "ITEM REJECTED - IT WILL NOT POST"
                      ELSE
                          DISPLAY "REJECTION CANCELLED"
                      END-IF
                  END-IF.
              RECORD-REVIEW-DECISION.
                  MOVE WS-OPERATOR-ID TO HR-REVIEWER.
                  MOVE WS-RUN-DATE TO HR-REVIEW-DATE.
                  MOVE WS-HLD-REC TO HLDT-REC(WS-HLD-IDX).
              WRITE-DECISION-AUDIT.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE HR-AMOUNT TO AUD-C.
                  MOVE HR-ACCT-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
              WRITE-REGISTER-LINE.
                  MOVE HR-DATE TO DTL-DATE.
                  MOVE HR-BATCH-NUMBER TO DTL-BATCH.
                  MOVE HR-ACCT-NUMBER TO DTL-ACCT.
                  MOVE HR-RULE TO DTL-RULE.
                  MOVE HR-AMOUNT TO DTL-AMOUNT.
                  MOVE HR-NOTE TO DTL-NOTE.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              REWRITE-HOLD-FILE.
                  OPEN OUTPUT HOLD-FILE.
                  PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                          UNTIL WS-HLD-IDX > WS-HLD-COUNT
                      MOVE HLDT-REC(WS-HLD-IDX) TO WS-HLD-REC
                      IF ITEM-STILL-HELD
                          ADD 1 TO WS-REMAINING-COUNT
                          ADD HR-AMOUNT TO WS-REMAINING-SUM
                      ELSE
                          PERFORM CHECK-DECISION-AGE
                      END-IF
                      IF HLDT-KEEP(WS-HLD-IDX) = "Y"
                          WRITE HOLD-RECORD FROM HLDT-REC(WS-HLD-IDX)
                      END-IF
                  END-PERFORM.
                  CLOSE HOLD-FILE.
              CHECK-DECISION-AGE.
                  IF HR-REVIEW-DATE NUMERIC AND HR-REVIEW-DATE > 0
                      COMPUTE WS-DECISION-AGE
                          = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                          - FUNCTION INTEGER-OF-DATE(HR-REVIEW-DATE)
                      IF WS-DECISION-AGE > WS-KEEP-DAYS
                          MOVE "N" TO HLDT-KEEP(WS-HLD-IDX)
                      END-IF
                  END-IF.
              WRITE-REVIEW-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-RELEASE-COUNT TO TOT-RELEASE-COUNT.
                  MOVE WS-RELEASE-SUM TO TOT-RELEASE-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE WS-REJECT-COUNT TO TOT-REJECT-COUNT.
                  MOVE WS-REJECT-SUM TO TOT-REJECT-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  MOVE WS-REMAINING-COUNT TO TOT-REMAINING-COUNT.
                  MOVE WS-REMAINING-SUM TO TOT-REMAINING-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
              SET-REPORT-DATE.
                  MOVE WS-RUN-DATE TO WS-REPORT-DATE.
                  UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                      INTO WS-CMD-WORD WS-CMD-DATE.
                  IF WS-CMD-DATE NOT = SPACES
                      IF WS-CMD-DATE NUMERIC
                          MOVE WS-CMD-DATE TO WS-REPORT-DATE
                      ELSE
                          DISPLAY "INVALID REPORT DATE " WS-CMD-DATE
                              " - REPORTING " WS-RUN-DATE
                      END-IF
                  END-IF.
              WRITE-EXCEPTION-REPORT.
                  PERFORM BUILD-EXCEPTION-TABLE.
                  PERFORM SORT-EXCEPTION-TABLE.
                  INITIALIZE WS-RULE-TOTALS.
                  MOVE ZERO TO WS-STILL-HELD-COUNT.
                  MOVE ZERO TO WS-ACCT-COUNT.
                  MOVE ZERO TO WS-ACCT-SUM.
                  MOVE ZERO TO WS-PREV-ACCT.
                  OPEN OUTPUT EXCEPTION-REPORT.
                  MOVE WS-REPORT-DATE TO EXH-DATE.
                  MOVE WS-RUN-DATE TO EXH-RUN-DATE.
                  WRITE EXCEPTION-LINE FROM WS-EXC-HEADER-1.
                  WRITE EXCEPTION-LINE FROM WS-EXC-HEADER-2.
                  IF WS-EXC-COUNT = 0
                      MOVE "NO ITEMS HELD ON THIS DATE"
                          TO EXCEPTION-LINE
                      WRITE EXCEPTION-LINE
                  END-IF.
                  PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                          UNTIL WS-EXC-IDX > WS-EXC-COUNT
                      PERFORM REPORT-EXCEPTION-ITEM
                  END-PERFORM.
                  IF WS-ACCT-COUNT > 0
                      PERFORM WRITE-ACCOUNT-TOTAL
                  END-IF.
                  PERFORM WRITE-RULE-SUMMARY.
                  CLOSE EXCEPTION-REPORT.
                  IF WS-STILL-HELD-COUNT > 0
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF.
                  DISPLAY "EXCEPTION REPORT COMPLETE - "
                      "SEE HOLDEXC.RPT".
              BUILD-EXCEPTION-TABLE.
                  MOVE ZERO TO WS-EXC-COUNT.
                  PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                          UNTIL WS-HLD-IDX > WS-HLD-COUNT
                      MOVE HLDT-REC(WS-HLD-IDX) TO WS-HLD-REC
                      IF HR-DATE = WS-REPORT-DATE
                          ADD 1 TO WS-EXC-COUNT
                          MOVE HR-RULE-ACCT TO EXCT-ACCT(WS-EXC-COUNT)
                          MOVE HR-RULE TO EXCT-RULE(WS-EXC-COUNT)
                          MOVE HR-TIME TO EXCT-TIME(WS-EXC-COUNT)
                          MOVE WS-HLD-IDX TO EXCT-IDX(WS-EXC-COUNT)
                      END-IF
                  END-PERFORM.
              SORT-EXCEPTION-TABLE.
                  PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                          UNTIL WS-EXC-IDX >= WS-EXC-COUNT
                      PERFORM VARYING WS-EXC-IDX2 FROM WS-EXC-IDX BY 1
                              UNTIL WS-EXC-IDX2 > WS-EXC-COUNT
                          IF EXCT-KEY(WS-EXC-IDX2)
                                  < EXCT-KEY(WS-EXC-IDX)
                              MOVE WS-EXC-ENTRY(WS-EXC-IDX)
                                  TO WS-SWAP-EXC
                              MOVE WS-EXC-ENTRY(WS-EXC-IDX2)
                                  TO WS-EXC-ENTRY(WS-EXC-IDX)
                              MOVE WS-SWAP-EXC
                                  TO WS-EXC-ENTRY(WS-EXC-IDX2)
                          END-IF
                      END-PERFORM
                  END-PERFORM.
              REPORT-EXCEPTION-ITEM.
                  MOVE HLDT-REC(EXCT-IDX(WS-EXC-IDX)) TO WS-HLD-REC.
                  IF WS-ACCT-COUNT > 0
                          AND HR-RULE-ACCT NOT = WS-PREV-ACCT
                      PERFORM WRITE-ACCOUNT-TOTAL
                  END-IF.
                  MOVE HR-RULE-ACCT TO WS-PREV-ACCT.
                  ADD 1 TO WS-ACCT-COUNT.
                  ADD HR-AMOUNT TO WS-ACCT-SUM.
                  PERFORM FORMAT-LIMIT-AND-ACTUAL.
                  PERFORM TALLY-RULE-TOTALS.
                  MOVE HR-RULE-ACCT TO EXD-ACCT.
                  MOVE HR-RULE TO EXD-RULE.
                  MOVE HR-TIME TO EXD-TIME.
                  MOVE HR-BATCH-NUMBER TO EXD-BATCH.
                  MOVE HR-OP-CODE TO EXD-OP.
                  MOVE HR-ACCT-NUMBER TO EXD-ITEM-ACCT.
                  MOVE HR-AMOUNT TO EXD-AMOUNT.
                  MOVE WS-LIMIT-TEXT TO EXD-LIMIT.
                  MOVE WS-ACTUAL-TEXT TO EXD-ACTUAL.
                  MOVE WS-OUTCOME-TEXT TO EXD-OUTCOME.
                  MOVE HR-REVIEWER TO EXD-REVIEWER.
                  WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
              WRITE-ACCOUNT-TOTAL.
                  MOVE WS-PREV-ACCT TO EXA-ACCT.
                  MOVE WS-ACCT-COUNT TO EXA-COUNT.
                  MOVE WS-ACCT-SUM TO EXA-SUM.
                  WRITE EXCEPTION-LINE FROM WS-EXC-ACCT-LINE.
                  MOVE ZERO TO WS-ACCT-COUNT.
                  MOVE ZERO TO WS-ACCT-SUM.
              TALLY-RULE-TOTALS.
                  EVALUATE TRUE
                      WHEN ITEM-RELEASED
                          MOVE "RELEASED" TO WS-OUTCOME-TEXT
                      WHEN ITEM-REJECTED
                          MOVE "REJECTED" TO WS-OUTCOME-TEXT
                      WHEN OTHER
                          MOVE "HELD" TO WS-OUTCOME-TEXT
                          ADD 1 TO WS-STILL-HELD-COUNT
                  END-EVALUATE.
                  PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                          UNTIL WS-RULE-IDX > 3
                      IF WS-RULE-NAME(WS-RULE-IDX) = HR-RULE
                          ADD 1 TO RUL-COUNT(WS-RULE-IDX)
                          ADD HR-AMOUNT TO RUL-SUM(WS-RULE-IDX)
                          EVALUATE TRUE
                              WHEN ITEM-RELEASED
                                  ADD 1 TO RUL-RELEASED(WS-RULE-IDX)
                              WHEN ITEM-REJECTED
                                  ADD 1 TO RUL-REJECTED(WS-RULE-IDX)
                              WHEN OTHER
                                  ADD 1 TO RUL-HELD(WS-RULE-IDX)
                          END-EVALUATE
                      END-IF
                  END-PERFORM.
              WRITE-RULE-SUMMARY.
                  MOVE SPACES TO EXCEPTION-LINE.
                  WRITE EXCEPTION-LINE.
                  MOVE "SUMMARY BY RULE" TO EXCEPTION-LINE.
                  WRITE EXCEPTION-LINE.
                  WRITE EXCEPTION-LINE FROM WS-EXC-RULE-HEADER.
                  PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                          UNTIL WS-RULE-IDX > 3
                      MOVE WS-RULE-NAME(WS-RULE-IDX) TO EXR-RULE
                      MOVE RUL-COUNT(WS-RULE-IDX) TO EXR-COUNT
                      MOVE RUL-SUM(WS-RULE-IDX) TO EXR-SUM
                      MOVE RUL-HELD(WS-RULE-IDX) TO EXR-HELD
                      MOVE RUL-RELEASED(WS-RULE-IDX) TO EXR-RELEASED
                      MOVE RUL-REJECTED(WS-RULE-IDX) TO EXR-REJECTED
                      WRITE EXCEPTION-LINE FROM WS-EXC-RULE-LINE
                  END-PERFORM.
                  MOVE "TOTAL" TO EXR-RULE.
                  MOVE WS-EXC-COUNT TO EXR-COUNT.
                  MOVE ZERO TO WS-ACCT-SUM.
                  MOVE ZERO TO WS-ACCT-COUNT.
                  MOVE ZERO TO WS-RELEASE-COUNT.
                  MOVE ZERO TO WS-REJECT-COUNT.
                  PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                          UNTIL WS-RULE-IDX > 3
                      ADD RUL-SUM(WS-RULE-IDX) TO WS-ACCT-SUM
                      ADD RUL-HELD(WS-RULE-IDX) TO WS-ACCT-COUNT
                      ADD RUL-RELEASED(WS-RULE-IDX) TO WS-RELEASE-COUNT
                      ADD RUL-REJECTED(WS-RULE-IDX) TO WS-REJECT-COUNT
                  END-PERFORM.
                  MOVE WS-ACCT-SUM TO EXR-SUM.
                  MOVE WS-ACCT-COUNT TO EXR-HELD.
                  MOVE WS-RELEASE-COUNT TO EXR-RELEASED.
                  MOVE WS-REJECT-COUNT TO EXR-REJECTED.
                  WRITE EXCEPTION-LINE FROM WS-EXC-RULE-LINE.
              FORMAT-LIMIT-AND-ACTUAL.
                  MOVE SPACES TO WS-LIMIT-TEXT.
                  MOVE SPACES TO WS-ACTUAL-TEXT.
                  IF HR-RULE = "VEL-COUNT"
                      MOVE HR-LIMIT TO WS-EDIT-COUNT
                      MOVE WS-EDIT-COUNT TO WS-LIMIT-TEXT(11:7)
                      MOVE HR-ACTUAL TO WS-EDIT-COUNT
                      MOVE WS-EDIT-COUNT TO WS-ACTUAL-TEXT(11:7)
                  ELSE
                      MOVE HR-LIMIT TO WS-EDIT-AMOUNT
                      MOVE WS-EDIT-AMOUNT TO WS-LIMIT-TEXT
                      MOVE HR-ACTUAL TO WS-EDIT-AMOUNT
                      MOVE WS-EDIT-AMOUNT TO WS-ACTUAL-TEXT
                  END-IF.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.

       IDENTIFICATION DIVISION.
              PROGRAM-ID. SUSCLEAR.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT SUSPENSE-FILE ASSIGN TO "ADDITION.SUS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-SUS-STATUS.
                  SELECT RELEASE-FILE ASSIGN TO "ADDITION.REL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REL-STATUS.
                  SELECT WRITEOFF-FILE ASSIGN TO "ADDITION.SWO"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-SWO-STATUS.
                  SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS WS-ACCT-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "SUSCLEAR.RPT"
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
              FD  SUSPENSE-FILE.
              01  SUSPENSE-RECORD.
                  05 SUS-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SUS-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 SUS-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 SUS-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 SUS-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 SUS-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 SUS-CURRENCY PIC X(3).
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
              FD  WRITEOFF-FILE.
              01  WRITEOFF-RECORD.
                  05 SWO-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SWO-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 SWO-SUS-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SWO-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 SWO-TRANS PIC X(33).
                  05 FILLER PIC X.
                  05 SWO-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 SWO-REASON PIC X(30).
                  05 FILLER PIC X.
                  05 SWO-CURRENCY PIC X(3).
              FD  ACCOUNT-MASTER.
              01  ACCOUNT-RECORD.
                  05 ACCT-NUMBER PIC 9(6).
                  05 ACCT-BALANCE-A PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-BALANCE-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                      88 ACCOUNT-OPEN VALUE "O".
                  05 ACCT-CURRENCY PIC X(3).
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
              77 WS-SUS-STATUS PIC XX VALUE SPACES.
              77 WS-REL-STATUS PIC XX VALUE SPACES.
              77 WS-SWO-STATUS PIC XX VALUE SPACES.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-CKP-STATUS PIC XX VALUE SPACES.
              77 WS-LCK-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-MODE-HITS PIC 9(4) VALUE ZERO.
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-SUS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-SUSPENSE-FILE VALUE "Y".
              77 WS-SUS-FULL-FLAG PIC X VALUE "N".
                  88 SUS-TABLE-FULL VALUE "Y".
              77 WS-CLEAR-DONE-FLAG PIC X VALUE "N".
                  88 CLEARING-DONE VALUE "Y".
              77 WS-MASTER-OPEN-FLAG PIC X VALUE "N".
                  88 MASTER-OPEN VALUE "Y".
              77 WS-TARGET-OK-FLAG PIC X VALUE "N".
                  88 TARGET-ACCOUNT-OK VALUE "Y".
              77 WS-SUS-COUNT PIC 9(4) VALUE ZERO.
              77 WS-SUS-IDX PIC 9(4) VALUE ZERO.
              77 WS-CLEAR-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE "N".
              77 WS-NEW-ACCT PIC X(6) VALUE SPACES.
              77 WS-WOFF-REASON PIC X(30) VALUE SPACES.
              77 WS-REDIRECT-COUNT PIC 9(6) VALUE ZERO.
              77 WS-WRITEOFF-COUNT PIC 9(6) VALUE ZERO.
              77 WS-REMAINING-COUNT PIC 9(6) VALUE ZERO.
              77 WS-REDIRECT-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-WRITEOFF-SUM PIC S9(11)V99 VALUE ZERO.
              77 WS-REMAINING-SUM PIC S9(11)V99 VALUE ZERO.
              01  WS-SUS-TABLE.
                  05 WS-SUS-ENTRY OCCURS 500 TIMES.
                      10 SUST-REC PIC X(92).
                      10 SUST-KEEP PIC X.
              01  WS-SUS-REC.
                  05 SR-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 SR-TIME PIC 9(6).
                  05 FILLER PIC X.
                  05 SR-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X.
                  05 SR-TRANS.
                      10 SR-OP-CODE PIC X.
                      10 SR-ACCT-NUMBER PIC 9(6).
                      10 FILLER PIC X(26).
                  05 FILLER PIC X.
                  05 SR-AMOUNT PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 FILLER PIC X.
                  05 SR-OPERATOR PIC X(20).
                  05 FILLER PIC X.
                  05 SR-CURRENCY PIC X(3).
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
                      VALUE "SUSPENSE CLEARING REGISTER      ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
                  05 FILLER PIC X(12) VALUE "  OPERATOR: ".
                  05 HDR-OPERATOR PIC X(20).
              01  WS-HEADER-2.
                  05 FILLER PIC X(10) VALUE "ACTION    ".
                  05 FILLER PIC X(10) VALUE "PARKED    ".
                  05 FILLER PIC X(8) VALUE "BATCH   ".
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(8) VALUE "NEW ACCT".
                  05 FILLER PIC X(14) VALUE "       AMOUNT ".
                  05 FILLER PIC X(30) VALUE " REASON".
              01  WS-DETAIL-LINE.
                  05 DTL-ACTION PIC X(10).
                  05 DTL-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-BATCH PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-NEW-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-REASON PIC X(30).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(20) VALUE "ITEMS REDIRECTED:   ".
                  05 TOT-REDIRECT-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-REDIRECT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(20) VALUE "ITEMS WRITTEN OFF:  ".
                  05 TOT-WRITEOFF-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-WRITEOFF-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(20) VALUE "LEFT IN SUSPENSE:   ".
                  05 TOT-REMAINING-COUNT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE "  AMOUNT: ".
                  05 TOT-REMAINING-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  PERFORM CHECK-BATCH-IN-FLIGHT.
                  PERFORM CHECK-RUN-LOCK.
                  PERFORM CHECK-AUTHORIZATION.
                  IF NOT OPERATOR-AUTHORIZED
                      DISPLAY "OPERATOR " WS-OPERATOR-ID
                          " NOT AUTHORIZED FOR SUSPENSE CLEARING"
                      MOVE "DENIED" TO AUD-STATUS
                      MOVE "U" TO AUD-ACCT
                      PERFORM WRITE-CONTROL-AUDIT
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      PERFORM CLEAR-SUSPENSE-ITEMS
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
                              "SUSPENSE CLEARING REFUSED"
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
                              " - SUSPENSE CLEARING REFUSED"
                          CLOSE LOCK-FILE
                          MOVE "LCK-REFUS" TO AUD-STATUS
                          MOVE "U" TO AUD-ACCT
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
                                      MOVE ZERO TO WS-MODE-HITS
                                      INSPECT PROF-MODES TALLYING
                                          WS-MODE-HITS FOR ALL "U"
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
              CLEAR-SUSPENSE-ITEMS.
                  PERFORM LOAD-SUSPENSE-TABLE.
                  IF SUS-TABLE-FULL
                      DISPLAY "TOO MANY SUSPENSE ITEMS FOR ONE "
                          "CLEARING RUN - RUN CANCELLED"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      IF WS-SUS-COUNT = 0
                          DISPLAY "NO ITEMS IN SUSPENSE"
                      ELSE
                          PERFORM REVIEW-SUSPENSE-TABLE
                          PERFORM REWRITE-SUSPENSE-FILE
                          PERFORM WRITE-CLEARING-TOTALS
                          CLOSE REPORT-FILE
                          DISPLAY "SUSPENSE CLEARING COMPLETE - "
                              "SEE SUSCLEAR.RPT"
                      END-IF
                  END-IF.
              LOAD-SUSPENSE-TABLE.
                  MOVE ZERO TO WS-SUS-COUNT.
                  OPEN INPUT SUSPENSE-FILE.
                  IF WS-SUS-STATUS NOT = "00"
                      DISPLAY "SUSPENSE FILE NOT FOUND"
                  ELSE
                      PERFORM UNTIL END-OF-SUSPENSE-FILE
                          READ SUSPENSE-FILE
                              AT END
                                  SET END-OF-SUSPENSE-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-SUSPENSE-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE SUSPENSE-FILE
                  END-IF.
              ADD-SUSPENSE-TO-TABLE.
                  IF WS-SUS-COUNT < 500
                      ADD 1 TO WS-SUS-COUNT
                      MOVE SUSPENSE-RECORD TO SUST-REC(WS-SUS-COUNT)
                      MOVE "Y" TO SUST-KEEP(WS-SUS-COUNT)
                  ELSE
                      SET SUS-TABLE-FULL TO TRUE
                      SET END-OF-SUSPENSE-FILE TO TRUE
                  END-IF.
              REVIEW-SUSPENSE-TABLE.
                  OPEN INPUT ACCOUNT-MASTER.
                  IF WS-ACCT-STATUS = "00"
                      SET MASTER-OPEN TO TRUE
                  ELSE
                      DISPLAY "ACCOUNT MASTER NOT AVAILABLE - "
                          "REDIRECTS NOT ALLOWED"
                  END-IF.
                  OPEN EXTEND RELEASE-FILE.
                  IF WS-REL-STATUS = "35"
                      OPEN OUTPUT RELEASE-FILE
                  END-IF.
                  OPEN EXTEND WRITEOFF-FILE.
                  IF WS-SWO-STATUS = "35"
                      OPEN OUTPUT WRITEOFF-FILE
                  END-IF.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  MOVE WS-OPERATOR-ID TO HDR-OPERATOR.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                          UNTIL WS-SUS-IDX > WS-SUS-COUNT
                          OR CLEARING-DONE
                      PERFORM REVIEW-SUSPENSE-ITEM
                  END-PERFORM.
                  CLOSE AUDIT-FILE.
                  CLOSE WRITEOFF-FILE.
                  CLOSE RELEASE-FILE.
                  IF MASTER-OPEN
                      CLOSE ACCOUNT-MASTER
                  END-IF.
              REVIEW-SUSPENSE-ITEM.
                  MOVE SUST-REC(WS-SUS-IDX) TO WS-SUS-REC.
                  DISPLAY "SUSPENSE: " SR-DATE " BATCH " SR-BATCH-NUMBER
                      " " SR-TRANS " " SR-CURRENCY.
                  DISPLAY "REDIRECT, WRITE OFF, SKIP, OR QUIT "
                      "(R/W/S/Q)?".
                  ACCEPT WS-CLEAR-ACTION.
                  EVALUATE WS-CLEAR-ACTION
                      WHEN "R"
                      WHEN "r"
                          PERFORM REDIRECT-SUSPENSE-ITEM
                      WHEN "W"
                      WHEN "w"
                          PERFORM WRITE-OFF-SUSPENSE-ITEM
                      WHEN "S"
                      WHEN "s"
                          CONTINUE
                      WHEN "Q"
                      WHEN "q"
                          SET CLEARING-DONE TO TRUE
                      WHEN OTHER
                          DISPLAY "INVALID ACTION - ITEM SKIPPED"
                  END-EVALUATE.
              REDIRECT-SUSPENSE-ITEM.
                  IF NOT MASTER-OPEN
                      DISPLAY "ACCOUNT MASTER NOT AVAILABLE - "
                          "ITEM SKIPPED"
                  ELSE
                      DISPLAY "ENTER ACCOUNT NUMBER TO POST TO"
                      ACCEPT WS-NEW-ACCT
                      PERFORM VALIDATE-TARGET-ACCOUNT
                      IF TARGET-ACCOUNT-OK
                          DISPLAY "REDIRECT " SR-AMOUNT " TO ACCOUNT "
                              WS-NEW-ACCT " " ACCT-NAME
                          DISPLAY "CORRECT? (Y/N)"
                          ACCEPT WS-CONFIRM
                          IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                              PERFORM RELEASE-REDIRECTED-ITEM
                          ELSE
                              DISPLAY "REDIRECT CANCELLED"
                          END-IF
                      END-IF
                  END-IF.
              VALIDATE-TARGET-ACCOUNT.
                  MOVE "N" TO WS-TARGET-OK-FLAG.
                  IF WS-NEW-ACCT NOT NUMERIC
                      DISPLAY "ACCOUNT NUMBER MUST BE 6 DIGITS"
                  ELSE
                      MOVE WS-NEW-ACCT TO ACCT-NUMBER
                      READ ACCOUNT-MASTER
                          INVALID KEY
                              DISPLAY "ACCOUNT " WS-NEW-ACCT
                                  " NOT ON MASTER"
                          NOT INVALID KEY
                              IF ACCOUNT-OPEN
                                  SET TARGET-ACCOUNT-OK TO TRUE
                              ELSE
                                  DISPLAY "ACCOUNT " WS-NEW-ACCT
                                      " IS NOT OPEN - STATUS "
                                      ACCT-STATUS
                              END-IF
                      END-READ
                  END-IF.
              RELEASE-REDIRECTED-ITEM.
                  MOVE SPACES TO RELEASE-RECORD.
                  MOVE SR-TRANS TO REL-TRANS.
                  MOVE WS-NEW-ACCT TO REL-TRANS(2:6).
                  MOVE "S" TO REL-SOURCE.
                  MOVE SR-CURRENCY TO REL-CURRENCY.
                  MOVE SR-AMOUNT TO REL-AMOUNT.
                  WRITE RELEASE-RECORD.
                  MOVE "N" TO SUST-KEEP(WS-SUS-IDX).
                  ADD 1 TO WS-REDIRECT-COUNT.
                  ADD SR-AMOUNT TO WS-REDIRECT-SUM.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE SR-ACCT-NUMBER TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE SR-AMOUNT TO AUD-C.
                  MOVE "SUS-REDIR" TO AUD-STATUS.
                  MOVE WS-NEW-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  MOVE "REDIRECTED" TO DTL-ACTION.
                  MOVE WS-NEW-ACCT TO DTL-NEW-ACCT.
                  MOVE SPACES TO DTL-REASON.
                  PERFORM WRITE-REGISTER-LINE.
                  DISPLAY "ITEM RELEASED FOR NEXT BATCH RUN".
              WRITE-OFF-SUSPENSE-ITEM.
                  MOVE SPACES TO WS-WOFF-REASON.
                  DISPLAY "ENTER WRITE-OFF REASON".
                  ACCEPT WS-WOFF-REASON.
                  IF WS-WOFF-REASON = SPACES
                      DISPLAY "A REASON IS REQUIRED - ITEM SKIPPED"
                  ELSE
                      DISPLAY "WRITE OFF " SR-AMOUNT " - "
                          WS-WOFF-REASON
                      DISPLAY "CORRECT? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          PERFORM RECORD-WRITE-OFF
                      ELSE
                          DISPLAY "WRITE-OFF CANCELLED"
                      END-IF
                  END-IF.
              RECORD-WRITE-OFF.
                  MOVE SPACES TO WRITEOFF-RECORD.
                  MOVE WS-RUN-DATE TO SWO-DATE.
                  MOVE WS-OPERATOR-ID TO SWO-OPERATOR.
                  MOVE SR-DATE TO SWO-SUS-DATE.
                  MOVE SR-BATCH-NUMBER TO SWO-BATCH-NUMBER.
                  MOVE SR-TRANS TO SWO-TRANS.
                  MOVE SR-AMOUNT TO SWO-AMOUNT.
                  MOVE WS-WOFF-REASON TO SWO-REASON.
                  MOVE SR-CURRENCY TO SWO-CURRENCY.
                  WRITE WRITEOFF-RECORD.
                  MOVE SPACES TO RELEASE-RECORD.
                  MOVE SR-TRANS TO REL-TRANS.
                  MOVE "W" TO REL-SOURCE.
                  MOVE SR-CURRENCY TO REL-CURRENCY.
                  MOVE SR-AMOUNT TO REL-AMOUNT.
                  WRITE RELEASE-RECORD.
                  MOVE "N" TO SUST-KEEP(WS-SUS-IDX).
                  ADD 1 TO WS-WRITEOFF-COUNT.
                  ADD SR-AMOUNT TO WS-WRITEOFF-SUM.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE SR-AMOUNT TO AUD-C.
                  MOVE "SUS-WOFF" TO AUD-STATUS.
                  MOVE SR-ACCT-NUMBER TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  MOVE "WRITTEN OFF" TO DTL-ACTION.
                  MOVE SPACES TO DTL-NEW-ACCT.
                  MOVE WS-WOFF-REASON TO DTL-REASON.
                  PERFORM WRITE-REGISTER-LINE.
                  DISPLAY "ITEM RELEASED FOR WRITE-OFF IN NEXT "
                      "BATCH RUN".
              WRITE-REGISTER-LINE.
                  MOVE SR-DATE TO DTL-DATE.
                  MOVE SR-BATCH-NUMBER TO DTL-BATCH.
                  MOVE SR-ACCT-NUMBER TO DTL-ACCT.
                  MOVE SR-AMOUNT TO DTL-AMOUNT.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              REWRITE-SUSPENSE-FILE.
                  OPEN OUTPUT SUSPENSE-FILE.
                  PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                          UNTIL WS-SUS-IDX > WS-SUS-COUNT
                      IF SUST-KEEP(WS-SUS-IDX) = "Y"
                          MOVE SUST-REC(WS-SUS-IDX) TO SUSPENSE-RECORD
                          WRITE SUSPENSE-RECORD
                          MOVE SUST-REC(WS-SUS-IDX) TO WS-SUS-REC
                          ADD 1 TO WS-REMAINING-COUNT
                          ADD SR-AMOUNT TO WS-REMAINING-SUM
                      END-IF
                  END-PERFORM.
                  CLOSE SUSPENSE-FILE.
              WRITE-CLEARING-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-REDIRECT-COUNT TO TOT-REDIRECT-COUNT.
                  MOVE WS-REDIRECT-SUM TO TOT-REDIRECT-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE WS-WRITEOFF-COUNT TO TOT-WRITEOFF-COUNT.
                  MOVE WS-WRITEOFF-SUM TO TOT-WRITEOFF-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  MOVE WS-REMAINING-COUNT TO TOT-REMAINING-COUNT.
                  MOVE WS-REMAINING-SUM TO TOT-REMAINING-SUM.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
              FORMAT-AUDIT-TIMESTAMP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-YEAR TO AUD-TS-YEAR.
                  MOVE CD-MONTH TO AUD-TS-MONTH.
                  MOVE CD-DAY TO AUD-TS-DAY.
                  MOVE CD-HOUR TO AUD-TS-HOUR.
                  MOVE CD-MINUTE TO AUD-TS-MINUTE.
                  MOVE CD-SECOND TO AUD-TS-SECOND.
                  MOVE WS-OPERATOR-ID TO AUD-OPERATOR.

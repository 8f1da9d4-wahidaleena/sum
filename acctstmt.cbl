                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
                  SELECT RELATION-FILE ASSIGN TO "ACCTREL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REL-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "ACCTSTMT.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  ACCOUNT-MASTER.
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                  05 ACCT-CURRENCY PIC X(3).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  RELATION-FILE.
              01  RELATION-RECORD.
                  05 REL-GROUP-ID PIC X(8).
                  05 FILLER PIC X.
                  05 REL-GROUP-TYPE PIC X.
                  05 FILLER PIC X.
                  05 REL-ACCT PIC 9(6).
                  05 FILLER PIC X.
                  05 REL-GROUP-NAME PIC X(20).
                  05 FILLER PIC X(30).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(98).
              FD  PARM-FILE.
              01  PARM-RECORD.
                  05 FILLER PIC X(39).
                  05 PRM-BASE-CURRENCY PIC X(3).
              WORKING-STORAGE SECTION.
              77 WS-ACCT-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-REL-STATUS PIC XX VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-ACCT-CCY PIC X(3) VALUE SPACES.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-MASTER-FILE VALUE "Y".
              77 WS-AUD-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-FILE VALUE "Y".
              77 WS-REL-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RELATION-FILE VALUE "Y".
              77 WS-SEL-ACCOUNT PIC X(6) VALUE SPACES.
              77 WS-SEL-GROUP PIC X(8) VALUE SPACES.
              77 WS-GROUP-NAME PIC X(20) VALUE SPACES.
              77 WS-GROUP-TYPE PIC X VALUE SPACE.
              77 WS-MBR-COUNT PIC 9(4) VALUE ZERO.
              77 WS-MBR-IDX PIC 9(4) VALUE ZERO.
              77 WS-MBR-FOUND PIC 9(4) VALUE ZERO.
              77 WS-SCY-COUNT PIC 9(2) VALUE ZERO.
              77 WS-SCY-IDX PIC 9(2) VALUE ZERO.
              77 WS-SCY-SCAN PIC 9(2) VALUE ZERO.
              77 WS-SCY-FULL-FLAG PIC X VALUE "N".
                  88 SCY-TABLE-FULL VALUE "Y".
              77 WS-MBR-FULL-FLAG PIC X VALUE "N".
                  88 MBR-TABLE-FULL VALUE "Y".
              77 WS-MBR-MATCH-FLAG PIC X VALUE "N".
                  88 MEMBER-ACCOUNT VALUE "Y".
              77 WS-SEL-FROM-DATE PIC X(10) VALUE SPACES.
              77 WS-SEL-TO-DATE PIC X(10) VALUE SPACES.
              77 WS-STMT-ACCT PIC X(6) VALUE SPACES.
              77 WS-STMT-TOTAL PIC S9(11)V99 VALUE ZERO.
              77 WS-STMT-DIFF PIC S9(11)V99 VALUE ZERO.
              77 WS-AUD-C-VALUE PIC S9(11)V99 VALUE ZERO.
              01  WS-MBR-TABLE.
                  05 WS-MBR-ENTRY OCCURS 500 TIMES.
                      10 MBT-ACCT PIC X(6).
                      10 MBT-CCY PIC X(3).
              01  WS-SCY-TABLE.
                  05 WS-SCY-ENTRY OCCURS 20 TIMES.
                      10 SCT-CODE PIC X(3).
                      10 SCT-BAL-A PIC S9(11)V99.
                      10 SCT-BAL-B PIC S9(11)V99.
                      10 SCT-TOTAL PIC S9(11)V99.
              01  WS-AUD-REC.
                  05 AUD-R-DATE PIC X(10).
                  05 FILLER PIC X.
                  05 STM-NAME PIC X(20).
                  05 FILLER PIC X(9) VALUE "  STATUS ".
                  05 STM-STATUS PIC X.
                  05 FILLER PIC X(11) VALUE "  CURRENCY ".
                  05 STM-CURRENCY PIC X(3).
              01  WS-BALANCE-LINE.
                  05 FILLER PIC X(20) VALUE "CURRENT BALANCE A:  ".
                  05 BAL-A PIC -ZZ,ZZZ,ZZ9.99.
                  05 STT-BALANCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(14) VALUE "  DIFFERENCE: ".
                  05 STT-DIFF PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-STMT-HEADER.
                  05 FILLER PIC X(29)
                      VALUE "COMBINED STATEMENT FOR GROUP ".
                  05 GSH-GROUP PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSH-NAME PIC X(20).
                  05 FILLER PIC X(7) VALUE "  TYPE ".
                  05 GSH-TYPE PIC X.
              01  WS-MEMBER-LINE.
                  05 FILLER PIC X(9) VALUE "  MEMBER ".
                  05 MBL-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 MBL-NAME PIC X(20).
                  05 FILLER PIC X(9) VALUE "  STATUS ".
                  05 MBL-STATUS PIC X.
                  05 FILLER PIC X(6) VALUE "  CCY ".
                  05 MBL-CCY PIC X(3).
                  05 FILLER PIC X(5) VALUE "  A: ".
                  05 MBL-BAL-A PIC -ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(5) VALUE "  B: ".
                  05 MBL-BAL-B PIC -ZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-BALANCE-LINE.
                  05 FILLER PIC X(17) VALUE "COMBINED BALANCE ".
                  05 GBL-CCY PIC X(3).
                  05 FILLER PIC X(4) VALUE " A: ".
                  05 GBL-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(14) VALUE "   BALANCE B: ".
                  05 GBL-B PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-DETAIL-HEADER.
                  05 FILLER PIC X(12) VALUE "DATE".
                  05 FILLER PIC X(10) VALUE "TIME".
                  05 FILLER PIC X(8) VALUE "ACCOUNT".
                  05 FILLER PIC X(5) VALUE "CCY".
                  05 FILLER PIC X(13) VALUE "          A".
                  05 FILLER PIC X(13) VALUE "          B".
                  05 FILLER PIC X(13) VALUE "          C".
                  05 FILLER PIC X(9) VALUE "  STATUS".
              01  WS-GROUP-DETAIL.
                  05 GSD-DATE PIC X(10).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-TIME PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-ACCT PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-CCY PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-A PIC X(11).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-B PIC X(11).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-C PIC X(11).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GSD-STATUS PIC X(9).
              01  WS-GROUP-TOTAL-LINE.
                  05 FILLER PIC X(16) VALUE "STATEMENT TOTAL ".
                  05 GTL-CCY PIC X(3).
                  05 FILLER PIC X(2) VALUE ": ".
                  05 GTL-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-TIE-LINE.
                  05 FILLER PIC X(19) VALUE "BALANCE PER MASTER ".
                  05 GTL-TIE-CCY PIC X(3).
                  05 FILLER PIC X(2) VALUE ": ".
                  05 GTL-BALANCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(14) VALUE "  DIFFERENCE: ".
                  05 GTL-DIFF PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
              01  WS-STMT-COUNT-LINE.
                  05 FILLER PIC X(20) VALUE "ACCOUNTS REPORTED:  ".
                  05 STC-ACCT-COUNT PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  PERFORM ACCEPT-SELECTIONS.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  OPEN INPUT ACCOUNT-MASTER.
                  IF WS-ACCT-STATUS NOT = "00"
                      DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                  ELSE
                      OPEN OUTPUT REPORT-FILE
                      PERFORM WRITE-STATEMENT-HEADERS
                      EVALUATE TRUE
                          WHEN WS-SEL-ACCOUNT = "ALL"
                              PERFORM STATEMENT-ALL-ACCOUNTS
                          WHEN WS-SEL-ACCOUNT = "GROUP"
                              PERFORM STATEMENT-ONE-GROUP
                          WHEN OTHER
                              PERFORM STATEMENT-ONE-ACCOUNT
                      END-EVALUATE
                      MOVE WS-ACCT-COUNT TO STC-ACCT-COUNT
                      WRITE REPORT-LINE FROM WS-STMT-COUNT-LINE
                      CLOSE REPORT-FILE
                  END-IF.
                  STOP RUN.
              ACCEPT-SELECTIONS.
                  DISPLAY "ENTER ACCOUNT NUMBER, ALL, OR GROUP".
                  ACCEPT WS-SEL-ACCOUNT.
                  IF WS-SEL-ACCOUNT = SPACES
                          OR WS-SEL-ACCOUNT = "all"
                      MOVE "ALL" TO WS-SEL-ACCOUNT
                  END-IF.
                  IF WS-SEL-ACCOUNT = "group"
                      MOVE "GROUP" TO WS-SEL-ACCOUNT
                  END-IF.
                  IF WS-SEL-ACCOUNT = "GROUP"
                      DISPLAY "ENTER GROUP ID"
                      ACCEPT WS-SEL-GROUP
                  END-IF.
                  DISPLAY "ENTER FROM DATE (YYYY-MM-DD) OR BLANK".
                  ACCEPT WS-SEL-FROM-DATE.
                  DISPLAY "ENTER TO DATE (YYYY-MM-DD) OR BLANK".
                  ACCEPT WS-SEL-TO-DATE.
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
              WRITE-STATEMENT-HEADERS.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  MOVE WS-SEL-FROM-DATE TO HDR-FROM-DATE.
                  MOVE WS-STMT-ACCT TO STM-ACCT.
                  MOVE ACCT-NAME TO STM-NAME.
                  MOVE ACCT-STATUS TO STM-STATUS.
                  PERFORM RESOLVE-ACCOUNT-CURRENCY.
                  MOVE WS-ACCT-CCY TO STM-CURRENCY.
                  WRITE REPORT-LINE FROM WS-STMT-HEADER.
                  MOVE ACCT-BALANCE-A TO BAL-A.
                  MOVE ACCT-BALANCE-B TO BAL-B.
                      = ACCT-BALANCE-A - WS-STMT-TOTAL.
                  MOVE WS-STMT-DIFF TO STT-DIFF.
                  WRITE REPORT-LINE FROM WS-STMT-TIE-LINE.
              RESOLVE-ACCOUNT-CURRENCY.
                  IF ACCT-CURRENCY = SPACES
                      MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                  ELSE
                      MOVE ACCT-CURRENCY TO WS-ACCT-CCY
                  END-IF.
              SCAN-AUDIT-FOR-ACCOUNT.
                  MOVE "N" TO WS-AUD-EOF-FLAG.
                  OPEN INPUT AUDIT-FILE.
                  MOVE AUD-R-STATUS TO STD-STATUS.
                  WRITE REPORT-LINE FROM WS-STMT-DETAIL.
                  IF AUD-R-STATUS = "POSTED"
                          OR AUD-R-STATUS = "SYS-POST"
                          OR AUD-R-STATUS = "XFER-DR"
                          OR AUD-R-STATUS = "XFER-CR"
                          OR AUD-R-STATUS = "REVERSAL"
                          TO WS-AUD-C-VALUE
                      ADD WS-AUD-C-VALUE TO WS-STMT-TOTAL
                  END-IF.
              STATEMENT-ONE-GROUP.
                  PERFORM LOAD-GROUP-MEMBERS.
                  IF WS-MBR-COUNT = 0
                      DISPLAY "NO ACCOUNTS LINKED TO GROUP "
                          WS-SEL-GROUP
                  ELSE
                      IF MBR-TABLE-FULL
                          DISPLAY "GROUP " WS-SEL-GROUP " HAS MORE "
                              "THAN 500 ACCOUNTS - FIRST 500 REPORTED"
                      END-IF
                      PERFORM WRITE-GROUP-STATEMENT
                  END-IF.
              LOAD-GROUP-MEMBERS.
                  MOVE ZERO TO WS-MBR-COUNT.
                  MOVE "N" TO WS-REL-EOF-FLAG.
                  OPEN INPUT RELATION-FILE.
                  IF WS-REL-STATUS NOT = "00"
                      DISPLAY "RELATIONSHIP FILE ACCTREL NOT FOUND"
                  ELSE
                      PERFORM UNTIL END-OF-RELATION-FILE
                          READ RELATION-FILE
                              AT END
                                  SET END-OF-RELATION-FILE TO TRUE
                              NOT AT END
                                  IF REL-GROUP-ID = WS-SEL-GROUP
                                      PERFORM ADD-GROUP-MEMBER
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE RELATION-FILE
                  END-IF.
              ADD-GROUP-MEMBER.
                  IF WS-MBR-COUNT < 500
                      ADD 1 TO WS-MBR-COUNT
                      MOVE REL-ACCT TO MBT-ACCT(WS-MBR-COUNT)
                      MOVE REL-GROUP-NAME TO WS-GROUP-NAME
                      MOVE REL-GROUP-TYPE TO WS-GROUP-TYPE
                  ELSE
                      SET MBR-TABLE-FULL TO TRUE
                  END-IF.
              WRITE-GROUP-STATEMENT.
                  MOVE ZERO TO WS-POSTING-COUNT.
                  MOVE ZERO TO WS-SCY-COUNT.
                  MOVE "N" TO WS-SCY-FULL-FLAG.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-SEL-GROUP TO GSH-GROUP.
                  MOVE WS-GROUP-NAME TO GSH-NAME.
                  MOVE WS-GROUP-TYPE TO GSH-TYPE.
                  WRITE REPORT-LINE FROM WS-GROUP-STMT-HEADER.
                  PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                          UNTIL WS-MBR-IDX > WS-MBR-COUNT
                      PERFORM WRITE-MEMBER-BALANCE
                  END-PERFORM.
                  PERFORM VARYING WS-SCY-IDX FROM 1 BY 1
                          UNTIL WS-SCY-IDX > WS-SCY-COUNT
                      MOVE SCT-CODE(WS-SCY-IDX) TO GBL-CCY
                      MOVE SCT-BAL-A(WS-SCY-IDX) TO GBL-A
                      MOVE SCT-BAL-B(WS-SCY-IDX) TO GBL-B
                      WRITE REPORT-LINE FROM WS-GROUP-BALANCE-LINE
                  END-PERFORM.
                  WRITE REPORT-LINE FROM WS-GROUP-DETAIL-HEADER.
                  PERFORM SCAN-AUDIT-FOR-GROUP.
                  IF WS-POSTING-COUNT = 0
                      WRITE REPORT-LINE FROM WS-NO-ACTIVITY-LINE
                  END-IF.
                  PERFORM VARYING WS-SCY-IDX FROM 1 BY 1
                          UNTIL WS-SCY-IDX > WS-SCY-COUNT
                      MOVE SCT-CODE(WS-SCY-IDX) TO GTL-CCY
                      MOVE SCT-TOTAL(WS-SCY-IDX) TO GTL-TOTAL
                      WRITE REPORT-LINE FROM WS-GROUP-TOTAL-LINE
                      MOVE SCT-CODE(WS-SCY-IDX) TO GTL-TIE-CCY
                      MOVE SCT-BAL-A(WS-SCY-IDX) TO GTL-BALANCE
                      COMPUTE WS-STMT-DIFF = SCT-BAL-A(WS-SCY-IDX)
                          - SCT-TOTAL(WS-SCY-IDX)
                      MOVE WS-STMT-DIFF TO GTL-DIFF
                      WRITE REPORT-LINE FROM WS-GROUP-TIE-LINE
                  END-PERFORM.
              WRITE-MEMBER-BALANCE.
                  MOVE MBT-ACCT(WS-MBR-IDX) TO MBL-ACCT.
                  MOVE MBT-ACCT(WS-MBR-IDX) TO ACCT-NUMBER.
                  READ ACCOUNT-MASTER
                      INVALID KEY
                          MOVE "*** NOT ON MASTER **" TO MBL-NAME
                          MOVE SPACE TO MBL-STATUS
                          MOVE ZERO TO MBL-BAL-A
                          MOVE ZERO TO MBL-BAL-B
                          MOVE SPACES TO MBL-CCY
                          MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                          MOVE ZERO TO ACCT-BALANCE-A
                          MOVE ZERO TO ACCT-BALANCE-B
                      NOT INVALID KEY
                          ADD 1 TO WS-ACCT-COUNT
                          MOVE ACCT-NAME TO MBL-NAME
                          MOVE ACCT-STATUS TO MBL-STATUS
                          MOVE ACCT-BALANCE-A TO MBL-BAL-A
                          MOVE ACCT-BALANCE-B TO MBL-BAL-B
                          PERFORM RESOLVE-ACCOUNT-CURRENCY
                          MOVE WS-ACCT-CCY TO MBL-CCY
                  END-READ.
                  MOVE WS-ACCT-CCY TO MBT-CCY(WS-MBR-IDX).
                  PERFORM FIND-STATEMENT-CURRENCY.
                  IF WS-SCY-IDX > 0
                      ADD ACCT-BALANCE-A TO SCT-BAL-A(WS-SCY-IDX)
                      ADD ACCT-BALANCE-B TO SCT-BAL-B(WS-SCY-IDX)
                  END-IF.
                  WRITE REPORT-LINE FROM WS-MEMBER-LINE.
              FIND-STATEMENT-CURRENCY.
                  MOVE ZERO TO WS-SCY-IDX.
                  PERFORM VARYING WS-SCY-SCAN FROM 1 BY 1
                          UNTIL WS-SCY-SCAN > WS-SCY-COUNT
                          OR WS-SCY-IDX > 0
                      IF SCT-CODE(WS-SCY-SCAN) = WS-ACCT-CCY
                          MOVE WS-SCY-SCAN TO WS-SCY-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-SCY-IDX = 0
                      IF WS-SCY-COUNT < 20
                          ADD 1 TO WS-SCY-COUNT
                          MOVE WS-SCY-COUNT TO WS-SCY-IDX
                          MOVE WS-ACCT-CCY TO SCT-CODE(WS-SCY-IDX)
                          MOVE ZERO TO SCT-BAL-A(WS-SCY-IDX)
                          MOVE ZERO TO SCT-BAL-B(WS-SCY-IDX)
                          MOVE ZERO TO SCT-TOTAL(WS-SCY-IDX)
                      ELSE
                          IF NOT SCY-TABLE-FULL
                              DISPLAY "GROUP " WS-SEL-GROUP
                                  " HAS MORE THAN 20 CURRENCIES - "
                                  "FURTHER CURRENCIES NOT TOTALLED"
                              SET SCY-TABLE-FULL TO TRUE
                          END-IF
                      END-IF
                  END-IF.
              SCAN-AUDIT-FOR-GROUP.
                  MOVE "N" TO WS-AUD-EOF-FLAG.
                  OPEN INPUT AUDIT-FILE.
                  IF WS-AUDIT-STATUS NOT = "00"
                      SET END-OF-AUDIT-FILE TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-AUDIT-FILE
                      READ AUDIT-FILE
                          AT END
                              SET END-OF-AUDIT-FILE TO TRUE
                          NOT AT END
                              MOVE AUDIT-LINE TO WS-AUD-REC
                              PERFORM TEST-GROUP-SELECTION
                      END-READ
                  END-PERFORM.
                  IF WS-AUDIT-STATUS = "00"
                          OR WS-AUDIT-STATUS = "10"
                      CLOSE AUDIT-FILE
                  END-IF.
              TEST-GROUP-SELECTION.
                  MOVE "N" TO WS-MBR-MATCH-FLAG.
                  PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                          UNTIL WS-MBR-IDX > WS-MBR-COUNT
                          OR MEMBER-ACCOUNT
                      IF MBT-ACCT(WS-MBR-IDX) = AUD-R-ACCT
                          SET MEMBER-ACCOUNT TO TRUE
                          MOVE WS-MBR-IDX TO WS-MBR-FOUND
                      END-IF
                  END-PERFORM.
                  IF MEMBER-ACCOUNT
                      IF WS-SEL-FROM-DATE = SPACES
                              OR AUD-R-DATE NOT < WS-SEL-FROM-DATE
                          IF WS-SEL-TO-DATE = SPACES
                                  OR AUD-R-DATE NOT > WS-SEL-TO-DATE
                              PERFORM WRITE-GROUP-DETAIL
                          END-IF
                      END-IF
                  END-IF.
              WRITE-GROUP-DETAIL.
                  ADD 1 TO WS-POSTING-COUNT.
                  MOVE AUD-R-DATE TO GSD-DATE.
                  MOVE AUD-R-TIME TO GSD-TIME.
                  MOVE AUD-R-ACCT TO GSD-ACCT.
                  MOVE MBT-CCY(WS-MBR-FOUND) TO GSD-CCY.
                  MOVE AUD-R-A TO GSD-A.
                  MOVE AUD-R-B TO GSD-B.
                  MOVE AUD-R-C TO GSD-C.
                  MOVE AUD-R-STATUS TO GSD-STATUS.
                  WRITE REPORT-LINE FROM WS-GROUP-DETAIL.
                  IF AUD-R-STATUS = "POSTED"
                          OR AUD-R-STATUS = "SYS-POST"
                          OR AUD-R-STATUS = "XFER-DR"
                          OR AUD-R-STATUS = "XFER-CR"
                          OR AUD-R-STATUS = "REVERSAL"
                      MOVE FUNCTION NUMVAL(AUD-R-C)
                          TO WS-AUD-C-VALUE
                      MOVE MBT-CCY(WS-MBR-FOUND) TO WS-ACCT-CCY
                      PERFORM FIND-STATEMENT-CURRENCY
                      IF WS-SCY-IDX > 0
                          ADD WS-AUD-C-VALUE TO SCT-TOTAL(WS-SCY-IDX)
                      END-IF
                  END-IF.

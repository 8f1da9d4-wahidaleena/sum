       IDENTIFICATION DIVISION.
              PROGRAM-ID. ACCTGRP.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS WS-ACCT-STATUS.
                  SELECT RELATION-FILE ASSIGN TO "ACCTREL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REL-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "ACCTGRP.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
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
              01  ACCOUNT-RECORD.
                  05 ACCT-NUMBER PIC 9(6).
                  05 ACCT-BALANCE-A PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-BALANCE-B PIC S9(7)V99
                      SIGN IS LEADING SEPARATE.
                  05 ACCT-NAME PIC X(20).
                  05 ACCT-STATUS PIC X.
                  05 ACCT-CURRENCY PIC X(3).
              FD  RELATION-FILE.
              01  RELATION-RECORD PIC X(68).
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(120).
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
              77 WS-REL-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-CMD-WORD PIC X(8) VALUE SPACES.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-MODE-HITS PIC 9(4) VALUE ZERO.
              77 WS-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE SPACE.
              77 WS-SEL-GROUP PIC X(8) VALUE SPACES.
              77 WS-SEL-ACCT PIC X(6) VALUE SPACES.
              77 WS-SEL-TYPE PIC X VALUE SPACE.
                  88 VALID-GROUP-TYPE VALUE "C" "H" "P".
              77 WS-SEL-NAME PIC X(20) VALUE SPACES.
              77 WS-SEL-FROM-DATE PIC X(10) VALUE SPACES.
              77 WS-SEL-TO-DATE PIC X(10) VALUE SPACES.
              77 WS-GROUP-IDX PIC 9(4) VALUE ZERO.
              77 WS-LINK-IDX PIC 9(4) VALUE ZERO.
              77 WS-LINK-ACCT PIC 9(6) VALUE ZERO.
              77 WS-TYPE-IDX PIC 9(4) VALUE ZERO.
              77 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
              77 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-REL-COUNT PIC 9(4) VALUE ZERO.
              77 WS-REL-IDX PIC 9(4) VALUE ZERO.
              77 WS-REL-IDX2 PIC 9(4) VALUE ZERO.
              77 WS-SWAP-REL PIC X(95) VALUE SPACES.
              77 WS-AUD-C-VALUE PIC S9(11)V99 VALUE ZERO.
              77 WS-PREV-GROUP PIC X(8) VALUE SPACES.
              77 WS-GROUP-COUNT PIC 9(6) VALUE ZERO.
              77 WS-MEMBER-COUNT PIC 9(6) VALUE ZERO.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-STATUS PIC XX VALUE SPACES.
              77 WS-FXR-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RATE-FILE VALUE "Y".
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-ACCT-CCY PIC X(3) VALUE SPACES.
              77 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
              77 WS-RATE-IDX PIC 9(2) VALUE ZERO.
              77 WS-RATE-SCAN PIC 9(2) VALUE ZERO.
              77 WS-CONV-RATE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-GCY-COUNT PIC 9(2) VALUE ZERO.
              77 WS-GCY-IDX PIC 9(2) VALUE ZERO.
              77 WS-GCY-SCAN PIC 9(2) VALUE ZERO.
              77 WS-BASE-BAL-A PIC S9(13)V99 VALUE ZERO.
              77 WS-BASE-BAL-B PIC S9(13)V99 VALUE ZERO.
              77 WS-BASE-DEBITS PIC S9(13)V99 VALUE ZERO.
              77 WS-BASE-CREDITS PIC S9(13)V99 VALUE ZERO.
              77 WS-GCY-FULL-FLAG PIC X VALUE "N".
                  88 GCY-TABLE-FULL VALUE "Y".
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RELATION-FILE VALUE "Y".
              77 WS-AUD-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-AUDIT-FILE VALUE "Y".
              77 WS-REL-FULL-FLAG PIC X VALUE "N".
                  88 REL-TABLE-FULL VALUE "Y".
              77 WS-ACCT-FOUND-FLAG PIC X VALUE "N".
                  88 ACCOUNT-FOUND VALUE "Y".
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-DONE-FLAG PIC X VALUE "N".
                  88 MAINTENANCE-DONE VALUE "Y".
              01  WS-REL-TABLE.
                  05 WS-REL-ENTRY OCCURS 2000 TIMES.
                      10 RLT-REC PIC X(68).
                      10 RLT-KEEP PIC X.
                      10 RLT-DEBITS PIC S9(11)V99.
                      10 RLT-CREDITS PIC S9(11)V99.
              01  WS-REL-REC.
                  05 RR-GROUP-ID PIC X(8).
                  05 FILLER PIC X.
                  05 RR-GROUP-TYPE PIC X.
                  05 FILLER PIC X.
                  05 RR-ACCT PIC 9(6).
                  05 FILLER PIC X.
                  05 RR-GROUP-NAME PIC X(20).
                  05 FILLER PIC X.
                  05 RR-ADDED-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 RR-ADDED-BY PIC X(20).
              01  WS-RATE-TABLE.
                  05 WS-RATE-ENTRY OCCURS 50 TIMES.
                      10 RTT-CODE PIC X(3).
                      10 RTT-RATE PIC 9(5)V9(6).
                      10 RTT-DATE PIC 9(8).
              01  WS-GCY-TABLE.
                  05 WS-GCY-ENTRY OCCURS 20 TIMES.
                      10 GCT-CODE PIC X(3).
                      10 GCT-MEMBERS PIC 9(4).
                      10 GCT-BAL-A PIC S9(11)V99.
                      10 GCT-BAL-B PIC S9(11)V99.
                      10 GCT-DEBITS PIC S9(11)V99.
                      10 GCT-CREDITS PIC S9(11)V99.
              01  WS-TYPE-LIST PIC X(30)
                  VALUE "CCUSTOMER HHOUSEHOLDPCORPORATE".
              01  WS-TYPE-NAMES REDEFINES WS-TYPE-LIST.
                  05 WS-TYPE-ENTRY OCCURS 3 TIMES.
                      10 WS-TYPE-CODE PIC X.
                      10 WS-TYPE-NAME PIC X(9).
              01  WS-AUD-REC.
                  05 AUD-R-DATE PIC X(10).
                  05 FILLER PIC X.
                  05 AUD-R-TIME PIC X(8).
                  05 FILLER PIC X(2).
                  05 AUD-R-OPERATOR PIC X(20).
                  05 FILLER PIC X(2).
                  05 AUD-R-A PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-B PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-C PIC X(11).
                  05 FILLER PIC X(2).
                  05 AUD-R-STATUS PIC X(9).
                  05 FILLER PIC X.
                  05 AUD-R-ACCT PIC X(6).
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
                      VALUE "CONSOLIDATED GROUP BALANCES             ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(16) VALUE "ACTIVITY FROM: ".
                  05 HDR-FROM-DATE PIC X(10).
                  05 FILLER PIC X(6) VALUE "  TO: ".
                  05 HDR-TO-DATE PIC X(10).
              01  WS-GROUP-HEADER.
                  05 FILLER PIC X(6) VALUE "GROUP ".
                  05 GRH-GROUP-ID PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GRH-TYPE PIC X(9).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 GRH-NAME PIC X(20).
              01  WS-MEMBER-HEADER.
                  05 FILLER PIC X(8) VALUE "ACCOUNT ".
                  05 FILLER PIC X(21) VALUE "NAME".
                  05 FILLER PIC X(3) VALUE "ST".
                  05 FILLER PIC X(4) VALUE "CCY".
                  05 FILLER PIC X(16) VALUE "       BALANCE A".
                  05 FILLER PIC X(16) VALUE "       BALANCE B".
                  05 FILLER PIC X(16) VALUE "   PERIOD DEBITS".
                  05 FILLER PIC X(16) VALUE "  PERIOD CREDITS".
                  05 FILLER PIC X(16) VALUE "      PERIOD NET".
              01  WS-MEMBER-LINE.
                  05 MBR-ACCT PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 MBR-NAME PIC X(20).
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-STATUS PIC X.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 MBR-CCY PIC X(3).
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-BAL-A PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-BAL-B PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-DEBITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-CREDITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 MBR-NET PIC -ZZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-TOTAL-LINE.
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(14) VALUE "GROUP TOTAL - ".
                  05 GRT-MEMBERS PIC ZZZ9.
                  05 FILLER PIC X(6) VALUE " ACCT".
                  05 GRT-CCY PIC X(3).
                  05 FILLER PIC X VALUE SPACE.
                  05 GRT-BAL-A PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRT-BAL-B PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRT-DEBITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRT-CREDITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRT-NET PIC -ZZZ,ZZZ,ZZ9.99.
              01  WS-GROUP-BASE-LINE.
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(24) VALUE "GROUP TOTAL IN BASE".
                  05 GRB-CCY PIC X(3).
                  05 FILLER PIC X VALUE SPACE.
                  05 GRB-BAL-A PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRB-BAL-B PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRB-DEBITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRB-CREDITS PIC -ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X VALUE SPACE.
                  05 GRB-NET PIC -ZZZ,ZZZ,ZZ9.99.
              01  WS-NO-RATE-LINE.
                  05 FILLER PIC X(8) VALUE SPACES.
                  05 FILLER PIC X(21) VALUE "NO EXCHANGE RATE FOR ".
                  05 NRL-CCY PIC X(3).
                  05 FILLER PIC X(30)
                      VALUE " - NOT INCLUDED IN BASE TOTAL".
              01  WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE "GROUPS REPORTED:    ".
                  05 TOT-GROUPS PIC ZZZ,ZZ9.
                  05 FILLER PIC X(20) VALUE "   MEMBER ACCOUNTS: ".
                  05 TOT-MEMBERS PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  PERFORM LOAD-RELATION-TABLE.
                  IF REL-TABLE-FULL
                      DISPLAY "TOO MANY RELATIONSHIP LINKS FOR ONE "
                          "RUN - MAINTENANCE CANCELLED"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
                      IF WS-CMD-LINE(1:6) = "REPORT"
                          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                              INTO WS-CMD-WORD WS-SEL-FROM-DATE
                                  WS-SEL-TO-DATE
                          PERFORM WRITE-GROUP-REPORT
                      ELSE
                          PERFORM UNTIL MAINTENANCE-DONE
                              PERFORM SELECT-GROUP-ACTION
                          END-PERFORM
                          IF WS-CHANGE-COUNT > 0
                              PERFORM REWRITE-RELATION-FILE
                          END-IF
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              LOAD-RELATION-TABLE.
                  MOVE ZERO TO WS-REL-COUNT.
                  OPEN INPUT RELATION-FILE.
                  IF WS-REL-STATUS = "00"
                      PERFORM UNTIL END-OF-RELATION-FILE
                          READ RELATION-FILE
                              AT END
                                  SET END-OF-RELATION-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-LINK-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE RELATION-FILE
                  END-IF.
              ADD-LINK-TO-TABLE.
                  IF WS-REL-COUNT < 2000
                      ADD 1 TO WS-REL-COUNT
                      MOVE RELATION-RECORD TO RLT-REC(WS-REL-COUNT)
                      MOVE "Y" TO RLT-KEEP(WS-REL-COUNT)
                  ELSE
                      SET REL-TABLE-FULL TO TRUE
                      SET END-OF-RELATION-FILE TO TRUE
                  END-IF.
              SELECT-GROUP-ACTION.
                  DISPLAY "ADD LINK, REMOVE LINK, LIST GROUP, "
                      "PRINT REPORT, OR QUIT (A/R/L/P/Q)?".
                  ACCEPT WS-ACTION.
                  EVALUATE WS-ACTION
                      WHEN "A"
                      WHEN "a"
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM ADD-GROUP-LINK
                          END-IF
                      WHEN "R"
                      WHEN "r"
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM REMOVE-GROUP-LINK
                          END-IF
                      WHEN "L"
                      WHEN "l"
                          PERFORM ACCEPT-GROUP-ID
                          PERFORM LIST-GROUP-MEMBERS
                      WHEN "P"
                      WHEN "p"
                          DISPLAY "ENTER FROM DATE (YYYY-MM-DD) "
                              "OR BLANK"
                          ACCEPT WS-SEL-FROM-DATE
                          DISPLAY "ENTER TO DATE (YYYY-MM-DD) OR BLANK"
                          ACCEPT WS-SEL-TO-DATE
                          PERFORM WRITE-GROUP-REPORT
                      WHEN "Q"
                      WHEN "q"
                          SET MAINTENANCE-DONE TO TRUE
                      WHEN OTHER
                          DISPLAY "INVALID ACTION"
                  END-EVALUATE.
              ACCEPT-GROUP-ID.
                  DISPLAY "ENTER GROUP ID".
                  ACCEPT WS-SEL-GROUP.
              LIST-GROUP-MEMBERS.
                  MOVE ZERO TO WS-MATCH-COUNT.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX > WS-REL-COUNT
                      MOVE RLT-REC(WS-REL-IDX) TO WS-REL-REC
                      IF RLT-KEEP(WS-REL-IDX) = "Y"
                              AND RR-GROUP-ID = WS-SEL-GROUP
                          ADD 1 TO WS-MATCH-COUNT
                          IF WS-MATCH-COUNT = 1
                              MOVE RR-GROUP-TYPE TO WS-SEL-TYPE
                              MOVE RR-GROUP-NAME TO WS-SEL-NAME
                              PERFORM FIND-TYPE-NAME
                              DISPLAY "GROUP " RR-GROUP-ID " "
                                  WS-TYPE-NAME(WS-TYPE-IDX) " "
                                  RR-GROUP-NAME
                          END-IF
                          DISPLAY "  ACCOUNT " RR-ACCT " LINKED "
                              RR-ADDED-DATE " BY " RR-ADDED-BY
                      END-IF
                  END-PERFORM.
                  IF WS-MATCH-COUNT = 0
                      DISPLAY "NO ACCOUNTS LINKED TO GROUP "
                          WS-SEL-GROUP
                  END-IF.
              FIND-TYPE-NAME.
                  PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                          UNTIL WS-TYPE-IDX > 3
                          OR WS-TYPE-CODE(WS-TYPE-IDX) = RR-GROUP-TYPE
                      CONTINUE
                  END-PERFORM.
                  IF WS-TYPE-IDX > 3
                      MOVE 1 TO WS-TYPE-IDX
                  END-IF.
              ADD-GROUP-LINK.
                  PERFORM ACCEPT-GROUP-ID.
                  IF WS-SEL-GROUP = SPACES
                      DISPLAY "GROUP ID IS REQUIRED"
                  ELSE
                      PERFORM LIST-GROUP-MEMBERS
                      IF WS-MATCH-COUNT = 0
                          PERFORM ACCEPT-NEW-GROUP
                      END-IF
                      IF VALID-GROUP-TYPE
                          DISPLAY "ENTER ACCOUNT NUMBER TO LINK"
                          ACCEPT WS-SEL-ACCT
                          PERFORM VALIDATE-NEW-LINK
                      END-IF
                  END-IF.
              ACCEPT-NEW-GROUP.
                  DISPLAY "NEW GROUP - ENTER TYPE: C CUSTOMER, "
                      "H HOUSEHOLD, P CORPORATE PARENT".
                  ACCEPT WS-SEL-TYPE.
                  EVALUATE WS-SEL-TYPE
                      WHEN "c"
                          MOVE "C" TO WS-SEL-TYPE
                      WHEN "h"
                          MOVE "H" TO WS-SEL-TYPE
                      WHEN "p"
                          MOVE "P" TO WS-SEL-TYPE
                  END-EVALUATE.
                  MOVE SPACES TO WS-SEL-NAME.
                  IF NOT VALID-GROUP-TYPE
                      DISPLAY "INVALID GROUP TYPE"
                  ELSE
                      DISPLAY "ENTER GROUP NAME"
                      ACCEPT WS-SEL-NAME
                  END-IF.
              VALIDATE-NEW-LINK.
                  PERFORM CHECK-ACCOUNT-ON-MASTER.
                  IF ACCOUNT-FOUND
                      PERFORM CHECK-EXISTING-LINKS
                  END-IF.
                  IF ACCOUNT-FOUND
                      DISPLAY "LINK ACCOUNT " ACCT-NUMBER " "
                          ACCT-NAME " TO GROUP " WS-SEL-GROUP "? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          PERFORM RECORD-NEW-LINK
                      ELSE
                          DISPLAY "LINK ABANDONED"
                      END-IF
                  END-IF.
              CHECK-ACCOUNT-ON-MASTER.
                  MOVE "N" TO WS-ACCT-FOUND-FLAG.
                  IF WS-SEL-ACCT NOT NUMERIC
                      DISPLAY "ACCOUNT NUMBER NOT NUMERIC"
                  ELSE
                      OPEN INPUT ACCOUNT-MASTER
                      IF WS-ACCT-STATUS NOT = "00"
                          DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                      ELSE
                          MOVE WS-SEL-ACCT TO ACCT-NUMBER
                          READ ACCOUNT-MASTER
                              INVALID KEY
                                  DISPLAY "ACCOUNT NOT FOUND"
                              NOT INVALID KEY
                                  SET ACCOUNT-FOUND TO TRUE
                          END-READ
                          CLOSE ACCOUNT-MASTER
                      END-IF
                  END-IF.
              CHECK-EXISTING-LINKS.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX > WS-REL-COUNT
                          OR NOT ACCOUNT-FOUND
                      MOVE RLT-REC(WS-REL-IDX) TO WS-REL-REC
                      IF RLT-KEEP(WS-REL-IDX) = "Y"
                              AND RR-ACCT = ACCT-NUMBER
                          IF RR-GROUP-ID = WS-SEL-GROUP
                              DISPLAY "ACCOUNT ALREADY IN GROUP "
                                  WS-SEL-GROUP
                              MOVE "N" TO WS-ACCT-FOUND-FLAG
                          ELSE
                              IF RR-GROUP-TYPE = WS-SEL-TYPE
                                  DISPLAY "ACCOUNT ALREADY LINKED TO "
                                      "GROUP " RR-GROUP-ID
                                      " OF THE SAME TYPE"
                                  MOVE "N" TO WS-ACCT-FOUND-FLAG
                              END-IF
                          END-IF
                      END-IF
                  END-PERFORM.
              RECORD-NEW-LINK.
                  IF WS-REL-COUNT >= 2000
                      DISPLAY "RELATIONSHIP FILE FULL - LINK REFUSED"
                  ELSE
                      MOVE SPACES TO WS-REL-REC
                      MOVE WS-SEL-GROUP TO RR-GROUP-ID
                      MOVE WS-SEL-TYPE TO RR-GROUP-TYPE
                      MOVE ACCT-NUMBER TO RR-ACCT
                      MOVE WS-SEL-NAME TO RR-GROUP-NAME
                      MOVE WS-RUN-DATE TO RR-ADDED-DATE
                      MOVE WS-OPERATOR-ID TO RR-ADDED-BY
                      MOVE ACCT-NUMBER TO WS-LINK-ACCT
                      ADD 1 TO WS-REL-COUNT
                      MOVE WS-REL-REC TO RLT-REC(WS-REL-COUNT)
                      MOVE "Y" TO RLT-KEEP(WS-REL-COUNT)
                      ADD 1 TO WS-CHANGE-COUNT
                      MOVE "GRP-ADD" TO AUD-STATUS
                      PERFORM WRITE-LINK-AUDIT
                      DISPLAY "ACCOUNT LINKED"
                  END-IF.
              REMOVE-GROUP-LINK.
                  PERFORM ACCEPT-GROUP-ID.
                  PERFORM LIST-GROUP-MEMBERS.
                  IF WS-MATCH-COUNT > 0
                      DISPLAY "ENTER ACCOUNT NUMBER TO REMOVE"
                      ACCEPT WS-SEL-ACCT
                      MOVE ZERO TO WS-LINK-IDX
                      PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                              UNTIL WS-REL-IDX > WS-REL-COUNT
                          MOVE RLT-REC(WS-REL-IDX) TO WS-REL-REC
                          IF RLT-KEEP(WS-REL-IDX) = "Y"
                                  AND RR-GROUP-ID = WS-SEL-GROUP
                                  AND RR-ACCT = WS-SEL-ACCT
                              MOVE WS-REL-IDX TO WS-LINK-IDX
                          END-IF
                      END-PERFORM
                      IF WS-LINK-IDX = 0
                          DISPLAY "ACCOUNT " WS-SEL-ACCT
                              " NOT IN GROUP " WS-SEL-GROUP
                      ELSE
                          DISPLAY "REMOVE ACCOUNT " WS-SEL-ACCT
                              " FROM GROUP " WS-SEL-GROUP "? (Y/N)"
                          ACCEPT WS-CONFIRM
                          IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                              PERFORM RECORD-LINK-REMOVAL
                          ELSE
                              DISPLAY "REMOVAL ABANDONED"
                          END-IF
                      END-IF
                  END-IF.
              RECORD-LINK-REMOVAL.
                  MOVE "N" TO RLT-KEEP(WS-LINK-IDX).
                  MOVE RLT-REC(WS-LINK-IDX) TO WS-REL-REC.
                  MOVE RR-ACCT TO WS-LINK-ACCT.
                  ADD 1 TO WS-CHANGE-COUNT.
                  MOVE "GRP-DEL" TO AUD-STATUS.
                  PERFORM WRITE-LINK-AUDIT.
                  DISPLAY "LINK REMOVED".
              WRITE-LINK-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-A.
                  MOVE ZERO TO AUD-B.
                  MOVE ZERO TO AUD-C.
                  MOVE WS-LINK-ACCT TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              REWRITE-RELATION-FILE.
                  PERFORM SORT-RELATION-TABLE.
                  OPEN OUTPUT RELATION-FILE.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX > WS-REL-COUNT
                      IF RLT-KEEP(WS-REL-IDX) = "Y"
                          WRITE RELATION-RECORD
                              FROM RLT-REC(WS-REL-IDX)
                      END-IF
                  END-PERFORM.
                  CLOSE RELATION-FILE.
                  DISPLAY WS-CHANGE-COUNT " RELATIONSHIP CHANGES SAVED".
              SORT-RELATION-TABLE.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX >= WS-REL-COUNT
                      PERFORM VARYING WS-REL-IDX2 FROM WS-REL-IDX BY 1
                              UNTIL WS-REL-IDX2 > WS-REL-COUNT
                          IF RLT-REC(WS-REL-IDX2)(1:8)
                                  < RLT-REC(WS-REL-IDX)(1:8)
                              OR (RLT-REC(WS-REL-IDX2)(1:8)
                                  = RLT-REC(WS-REL-IDX)(1:8)
                              AND RLT-REC(WS-REL-IDX2)(12:6)
                                  < RLT-REC(WS-REL-IDX)(12:6))
                              MOVE WS-REL-ENTRY(WS-REL-IDX)
                                  TO WS-SWAP-REL
                              MOVE WS-REL-ENTRY(WS-REL-IDX2)
                                  TO WS-REL-ENTRY(WS-REL-IDX)
                              MOVE WS-SWAP-REL
                                  TO WS-REL-ENTRY(WS-REL-IDX2)
                          END-IF
                      END-PERFORM
                  END-PERFORM.
              WRITE-GROUP-REPORT.
                  OPEN INPUT ACCOUNT-MASTER.
                  IF WS-ACCT-STATUS NOT = "00"
                      DISPLAY "ACCOUNT MASTER FILE NOT FOUND"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      PERFORM SORT-RELATION-TABLE
                      PERFORM TALLY-PERIOD-ACTIVITY
                      PERFORM READ-CURRENCY-PARAMETERS
                      PERFORM LOAD-RATE-TABLE
                      OPEN OUTPUT REPORT-FILE
                      MOVE WS-RUN-DATE TO HDR-DATE
                      WRITE REPORT-LINE FROM WS-HEADER-1
                      MOVE WS-SEL-FROM-DATE TO HDR-FROM-DATE
                      MOVE WS-SEL-TO-DATE TO HDR-TO-DATE
                      WRITE REPORT-LINE FROM WS-HEADER-2
                      MOVE SPACES TO WS-PREV-GROUP
                      MOVE ZERO TO WS-GROUP-COUNT
                      MOVE ZERO TO WS-MEMBER-COUNT
                      PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                              UNTIL WS-REL-IDX > WS-REL-COUNT
                          IF RLT-KEEP(WS-REL-IDX) = "Y"
                              PERFORM REPORT-GROUP-MEMBER
                          END-IF
                      END-PERFORM
                      IF WS-GROUP-COUNT > 0
                          PERFORM WRITE-GROUP-TOTAL
                      END-IF
                      MOVE SPACES TO REPORT-LINE
                      WRITE REPORT-LINE
                      MOVE WS-GROUP-COUNT TO TOT-GROUPS
                      MOVE WS-MEMBER-COUNT TO TOT-MEMBERS
                      WRITE REPORT-LINE FROM WS-TOTAL-LINE
                      CLOSE REPORT-FILE
                      CLOSE ACCOUNT-MASTER
                      DISPLAY "GROUP REPORT COMPLETE - SEE ACCTGRP.RPT"
                  END-IF.
              TALLY-PERIOD-ACTIVITY.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX > WS-REL-COUNT
                      MOVE ZERO TO RLT-DEBITS(WS-REL-IDX)
                      MOVE ZERO TO RLT-CREDITS(WS-REL-IDX)
                  END-PERFORM.
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
                              PERFORM TEST-AUDIT-ACTIVITY
                      END-READ
                  END-PERFORM.
                  IF WS-AUDIT-STATUS = "00"
                          OR WS-AUDIT-STATUS = "10"
                      CLOSE AUDIT-FILE
                  END-IF.
              TEST-AUDIT-ACTIVITY.
                  IF AUD-R-STATUS = "POSTED"
                          OR AUD-R-STATUS = "SYS-POST"
                          OR AUD-R-STATUS = "XFER-DR"
                          OR AUD-R-STATUS = "XFER-CR"
                          OR AUD-R-STATUS = "REVERSAL"
                      IF WS-SEL-FROM-DATE = SPACES
                              OR AUD-R-DATE NOT < WS-SEL-FROM-DATE
                          IF WS-SEL-TO-DATE = SPACES
                                  OR AUD-R-DATE NOT > WS-SEL-TO-DATE
                              PERFORM ADD-MEMBER-ACTIVITY
                          END-IF
                      END-IF
                  END-IF.
              ADD-MEMBER-ACTIVITY.
                  MOVE FUNCTION NUMVAL(AUD-R-C) TO WS-AUD-C-VALUE.
                  PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                          UNTIL WS-REL-IDX > WS-REL-COUNT
                      IF RLT-REC(WS-REL-IDX)(12:6) = AUD-R-ACCT
                          IF WS-AUD-C-VALUE < 0
                              ADD WS-AUD-C-VALUE
                                  TO RLT-DEBITS(WS-REL-IDX)
                          ELSE
                              ADD WS-AUD-C-VALUE
                                  TO RLT-CREDITS(WS-REL-IDX)
                          END-IF
                      END-IF
                  END-PERFORM.
              REPORT-GROUP-MEMBER.
                  MOVE RLT-REC(WS-REL-IDX) TO WS-REL-REC.
                  IF WS-GROUP-COUNT = 0
                          OR RR-GROUP-ID NOT = WS-PREV-GROUP
                      IF WS-GROUP-COUNT > 0
                          PERFORM WRITE-GROUP-TOTAL
                      END-IF
                      PERFORM START-NEW-GROUP
                  END-IF.
                  ADD 1 TO WS-MEMBER-COUNT.
                  ADD 1 TO WS-GROUP-IDX.
                  MOVE RR-ACCT TO MBR-ACCT.
                  MOVE RR-ACCT TO ACCT-NUMBER.
                  READ ACCOUNT-MASTER
                      INVALID KEY
                          MOVE "*** NOT ON MASTER **" TO MBR-NAME
                          MOVE SPACE TO MBR-STATUS
                          MOVE ZERO TO ACCT-BALANCE-A
                          MOVE ZERO TO ACCT-BALANCE-B
                          MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                          MOVE SPACES TO MBR-CCY
                      NOT INVALID KEY
                          MOVE ACCT-NAME TO MBR-NAME
                          MOVE ACCT-STATUS TO MBR-STATUS
                          IF ACCT-CURRENCY = SPACES
                              MOVE WS-BASE-CURRENCY TO WS-ACCT-CCY
                          ELSE
                              MOVE ACCT-CURRENCY TO WS-ACCT-CCY
                          END-IF
                          MOVE WS-ACCT-CCY TO MBR-CCY
                  END-READ.
                  MOVE ACCT-BALANCE-A TO MBR-BAL-A.
                  MOVE ACCT-BALANCE-B TO MBR-BAL-B.
                  MOVE RLT-DEBITS(WS-REL-IDX) TO MBR-DEBITS.
                  MOVE RLT-CREDITS(WS-REL-IDX) TO MBR-CREDITS.
                  COMPUTE MBR-NET = RLT-DEBITS(WS-REL-IDX)
                      + RLT-CREDITS(WS-REL-IDX).
                  PERFORM TALLY-GROUP-CURRENCY.
                  WRITE REPORT-LINE FROM WS-MEMBER-LINE.
              TALLY-GROUP-CURRENCY.
                  MOVE ZERO TO WS-GCY-IDX.
                  PERFORM VARYING WS-GCY-SCAN FROM 1 BY 1
                          UNTIL WS-GCY-SCAN > WS-GCY-COUNT
                          OR WS-GCY-IDX > 0
                      IF GCT-CODE(WS-GCY-SCAN) = WS-ACCT-CCY
                          MOVE WS-GCY-SCAN TO WS-GCY-IDX
                      END-IF
                  END-PERFORM.
                  IF WS-GCY-IDX = 0
                      IF WS-GCY-COUNT < 20
                          ADD 1 TO WS-GCY-COUNT
                          MOVE WS-GCY-COUNT TO WS-GCY-IDX
                          MOVE WS-ACCT-CCY TO GCT-CODE(WS-GCY-IDX)
                          MOVE ZERO TO GCT-MEMBERS(WS-GCY-IDX)
                          MOVE ZERO TO GCT-BAL-A(WS-GCY-IDX)
                          MOVE ZERO TO GCT-BAL-B(WS-GCY-IDX)
                          MOVE ZERO TO GCT-DEBITS(WS-GCY-IDX)
                          MOVE ZERO TO GCT-CREDITS(WS-GCY-IDX)
                      ELSE
                          IF NOT GCY-TABLE-FULL
                              DISPLAY "GROUP " RR-GROUP-ID
                                  " HAS MORE THAN 20 CURRENCIES - "
                                  "FURTHER CURRENCIES NOT TOTALLED"
                              SET GCY-TABLE-FULL TO TRUE
                              IF WS-RETURN-CODE < 4
                                  MOVE 4 TO WS-RETURN-CODE
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
                  IF WS-GCY-IDX > 0
                      ADD 1 TO GCT-MEMBERS(WS-GCY-IDX)
                      ADD ACCT-BALANCE-A TO GCT-BAL-A(WS-GCY-IDX)
                      ADD ACCT-BALANCE-B TO GCT-BAL-B(WS-GCY-IDX)
                      ADD RLT-DEBITS(WS-REL-IDX)
                          TO GCT-DEBITS(WS-GCY-IDX)
                      ADD RLT-CREDITS(WS-REL-IDX)
                          TO GCT-CREDITS(WS-GCY-IDX)
                  END-IF.
              START-NEW-GROUP.
                  ADD 1 TO WS-GROUP-COUNT.
                  MOVE RR-GROUP-ID TO WS-PREV-GROUP.
                  MOVE ZERO TO WS-GROUP-IDX.
                  MOVE ZERO TO WS-GCY-COUNT.
                  MOVE "N" TO WS-GCY-FULL-FLAG.
                  PERFORM FIND-TYPE-NAME.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE RR-GROUP-ID TO GRH-GROUP-ID.
                  MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO GRH-TYPE.
                  MOVE RR-GROUP-NAME TO GRH-NAME.
                  WRITE REPORT-LINE FROM WS-GROUP-HEADER.
                  WRITE REPORT-LINE FROM WS-MEMBER-HEADER.
              WRITE-GROUP-TOTAL.
                  PERFORM VARYING WS-GCY-IDX FROM 1 BY 1
                          UNTIL WS-GCY-IDX > WS-GCY-COUNT
                      MOVE GCT-MEMBERS(WS-GCY-IDX) TO GRT-MEMBERS
                      MOVE GCT-CODE(WS-GCY-IDX) TO GRT-CCY
                      MOVE GCT-BAL-A(WS-GCY-IDX) TO GRT-BAL-A
                      MOVE GCT-BAL-B(WS-GCY-IDX) TO GRT-BAL-B
                      MOVE GCT-DEBITS(WS-GCY-IDX) TO GRT-DEBITS
                      MOVE GCT-CREDITS(WS-GCY-IDX) TO GRT-CREDITS
                      COMPUTE GRT-NET = GCT-DEBITS(WS-GCY-IDX)
                          + GCT-CREDITS(WS-GCY-IDX)
                      WRITE REPORT-LINE FROM WS-GROUP-TOTAL-LINE
                  END-PERFORM.
                  IF WS-GCY-COUNT > 1
                          OR GCT-CODE(1) NOT = WS-BASE-CURRENCY
                      PERFORM WRITE-GROUP-BASE-TOTAL
                  END-IF.
              WRITE-GROUP-BASE-TOTAL.
                  MOVE ZERO TO WS-BASE-BAL-A.
                  MOVE ZERO TO WS-BASE-BAL-B.
                  MOVE ZERO TO WS-BASE-DEBITS.
                  MOVE ZERO TO WS-BASE-CREDITS.
                  PERFORM VARYING WS-GCY-IDX FROM 1 BY 1
                          UNTIL WS-GCY-IDX > WS-GCY-COUNT
                      PERFORM FIND-CURRENCY-RATE
                      IF WS-CONV-RATE = ZERO
                          MOVE GCT-CODE(WS-GCY-IDX) TO NRL-CCY
                          WRITE REPORT-LINE FROM WS-NO-RATE-LINE
                          IF WS-RETURN-CODE < 4
                              MOVE 4 TO WS-RETURN-CODE
                          END-IF
                      ELSE
                          COMPUTE WS-BASE-BAL-A ROUNDED = WS-BASE-BAL-A
                              + GCT-BAL-A(WS-GCY-IDX) * WS-CONV-RATE
                          COMPUTE WS-BASE-BAL-B ROUNDED = WS-BASE-BAL-B
                              + GCT-BAL-B(WS-GCY-IDX) * WS-CONV-RATE
                          COMPUTE WS-BASE-DEBITS ROUNDED
                              = WS-BASE-DEBITS
                              + GCT-DEBITS(WS-GCY-IDX) * WS-CONV-RATE
                          COMPUTE WS-BASE-CREDITS ROUNDED
                              = WS-BASE-CREDITS
                              + GCT-CREDITS(WS-GCY-IDX) * WS-CONV-RATE
                      END-IF
                  END-PERFORM.
                  MOVE WS-BASE-CURRENCY TO GRB-CCY.
                  MOVE WS-BASE-BAL-A TO GRB-BAL-A.
                  MOVE WS-BASE-BAL-B TO GRB-BAL-B.
                  MOVE WS-BASE-DEBITS TO GRB-DEBITS.
                  MOVE WS-BASE-CREDITS TO GRB-CREDITS.
                  COMPUTE GRB-NET = WS-BASE-DEBITS + WS-BASE-CREDITS.
                  WRITE REPORT-LINE FROM WS-GROUP-BASE-LINE.
              FIND-CURRENCY-RATE.
                  MOVE ZERO TO WS-CONV-RATE.
                  IF GCT-CODE(WS-GCY-IDX) = WS-BASE-CURRENCY
                      MOVE 1 TO WS-CONV-RATE
                  END-IF.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      IF RTT-CODE(WS-RATE-IDX) = GCT-CODE(WS-GCY-IDX)
                          MOVE RTT-RATE(WS-RATE-IDX) TO WS-CONV-RATE
                      END-IF
                  END-PERFORM.
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
              LOAD-RATE-TABLE.
                  MOVE ZERO TO WS-RATE-COUNT.
                  MOVE "N" TO WS-FXR-EOF-FLAG.
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
              TEST-CURRENCY-RATE.
                  IF FXR-EFF-DATE NUMERIC AND FXR-RATE NUMERIC
                          AND FXR-EFF-DATE NOT > WS-RUN-DATE
                          AND FXR-CURRENCY NOT = WS-BASE-CURRENCY
                      MOVE ZERO TO WS-RATE-IDX
                      PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
                              UNTIL WS-RATE-SCAN > WS-RATE-COUNT
                          IF RTT-CODE(WS-RATE-SCAN) = FXR-CURRENCY
                              MOVE WS-RATE-SCAN TO WS-RATE-IDX
                          END-IF
                      END-PERFORM
                      IF WS-RATE-IDX = 0 AND WS-RATE-COUNT < 50
                          ADD 1 TO WS-RATE-COUNT
                          MOVE WS-RATE-COUNT TO WS-RATE-IDX
                          MOVE FXR-CURRENCY TO RTT-CODE(WS-RATE-IDX)
                          MOVE ZERO TO RTT-DATE(WS-RATE-IDX)
                      END-IF
                      IF WS-RATE-IDX > 0
                          IF FXR-EFF-DATE NOT < RTT-DATE(WS-RATE-IDX)
                              MOVE FXR-RATE TO RTT-RATE(WS-RATE-IDX)
                              MOVE FXR-EFF-DATE
                                  TO RTT-DATE(WS-RATE-IDX)
                          END-IF
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
                                          WS-MODE-HITS FOR ALL "R"
                                      IF WS-MODE-HITS > 0
                                          SET OPERATOR-AUTHORIZED
                                              TO TRUE
                                      END-IF
                                  END-IF
                          END-READ
                      END-PERFORM
                      CLOSE PROFILE-FILE
                  END-IF.
                  IF NOT OPERATOR-AUTHORIZED
                      DISPLAY "OPERATOR " WS-OPERATOR-ID
                          " NOT AUTHORIZED TO MAINTAIN GROUPS"
                      MOVE "DENIED" TO AUD-STATUS
                      MOVE "R" TO AUD-ACCT
                      PERFORM WRITE-CONTROL-AUDIT
                      MOVE 8 TO WS-RETURN-CODE
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

       IDENTIFICATION DIVISION.
              PROGRAM-ID. FXRATE.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT RATE-FILE ASSIGN TO "FXRATE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FXR-STATUS.
                  SELECT PARM-FILE ASSIGN TO "RUNPARM"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PARM-STATUS.
                  SELECT PROFILE-FILE ASSIGN TO "OPERPROF"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PROF-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "FXRATE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT AUDIT-FILE ASSIGN TO "ADDITION.AUD"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-AUDIT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  RATE-FILE.
              01  RATE-RECORD PIC X(54).
              FD  PARM-FILE.
              01  PARM-RECORD.
                  05 FILLER PIC X(39).
                  05 PRM-BASE-CURRENCY PIC X(3).
              FD  PROFILE-FILE.
              01  PROFILE-RECORD.
                  05 PROF-OPER-ID PIC X(20).
                  05 FILLER PIC X.
                  05 PROF-MODES PIC X(10).
                  05 FILLER PIC X.
                  05 PROF-APPROVER PIC X.
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(80).
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              WORKING-STORAGE SECTION.
              77 WS-FXR-STATUS PIC XX VALUE SPACES.
              77 WS-PARM-STATUS PIC XX VALUE SPACES.
              77 WS-PROF-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
              77 WS-CHAIN-APPEND PIC X VALUE "A".
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-RETURN-CODE PIC 9(4) VALUE ZERO.
              77 WS-MODE-HITS PIC 9(4) VALUE ZERO.
              77 WS-ACTION PIC X VALUE SPACE.
              77 WS-CONFIRM PIC X VALUE SPACE.
              77 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
              77 WS-SEL-CURRENCY PIC X(3) VALUE SPACES.
              77 WS-SEL-DATE PIC X(8) VALUE SPACES.
              77 WS-SEL-DATE-NUM PIC 9(8) VALUE ZERO.
              77 WS-SEL-RATE-X PIC X(13) VALUE SPACES.
              77 WS-SEL-RATE PIC 9(5)V9(6) VALUE ZERO.
              77 WS-RATE-WORK PIC S9(9)V9(6) VALUE ZERO.
              77 WS-RATE-COUNT PIC 9(4) VALUE ZERO.
              77 WS-RATE-IDX PIC 9(4) VALUE ZERO.
              77 WS-RATE-IDX2 PIC 9(4) VALUE ZERO.
              77 WS-FOUND-IDX PIC 9(4) VALUE ZERO.
              77 WS-CURRENT-IDX PIC 9(4) VALUE ZERO.
              77 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
              77 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
              77 WS-SWAP-RATE PIC X(55) VALUE SPACES.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-RATE-FILE VALUE "Y".
              77 WS-RATE-FULL-FLAG PIC X VALUE "N".
                  88 RATE-TABLE-FULL VALUE "Y".
              77 WS-VALID-FLAG PIC X VALUE "N".
                  88 ENTRY-VALID VALUE "Y".
              77 WS-AUTH-FLAG PIC X VALUE "N".
                  88 OPERATOR-AUTHORIZED VALUE "Y".
              77 WS-PROF-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-PROFILE-FILE VALUE "Y".
              77 WS-PROF-FOUND-FLAG PIC X VALUE "N".
                  88 PROFILE-FOUND VALUE "Y".
              77 WS-DONE-FLAG PIC X VALUE "N".
                  88 MAINTENANCE-DONE VALUE "Y".
              01  WS-RATE-TABLE.
                  05 WS-RATE-ENTRY OCCURS 500 TIMES.
                      10 RATET-REC PIC X(54).
                      10 RATET-KEEP PIC X.
              01  WS-RATE-REC.
                  05 RR-CURRENCY PIC X(3).
                  05 FILLER PIC X.
                  05 RR-EFF-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 RR-RATE PIC 9(5)V9(6).
                  05 FILLER PIC X.
                  05 RR-ADDED-BY PIC X(20).
                  05 FILLER PIC X.
                  05 RR-ADDED-DATE PIC 9(8).
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
              01  WS-AUDIT-FX-VIEW REDEFINES WS-AUDIT-DETAIL.
                  05 FILLER PIC X(43).
                  05 AUF-A-AREA.
                      10 FILLER PIC X(3).
                      10 AUF-EFF-DATE PIC 9(8).
                  05 FILLER PIC X(2).
                  05 AUF-RATE PIC Z(4)9.9(5).
                  05 FILLER PIC X(51).
              01  WS-HEADER-1.
                  05 FILLER PIC X(40)
                      VALUE "EXCHANGE RATE TABLE                     ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(15) VALUE "BASE CURRENCY: ".
                  05 HDR-BASE PIC X(3).
                  05 FILLER PIC X(36)
                      VALUE "   RATE = BASE UNITS PER ONE UNIT".
              01  WS-HEADER-3.
                  05 FILLER PIC X(5) VALUE "CCY".
                  05 FILLER PIC X(10) VALUE "EFFECTIVE".
                  05 FILLER PIC X(14) VALUE "          RATE".
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(21) VALUE "ADDED BY".
                  05 FILLER PIC X(10) VALUE "ADDED ON".
                  05 FILLER PIC X(8) VALUE "STATUS".
              01  WS-DETAIL-LINE.
                  05 DTL-CURRENCY PIC X(3).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-EFF-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-RATE PIC ZZ,ZZ9.999999.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 DTL-ADDED-BY PIC X(20).
                  05 FILLER PIC X VALUE SPACE.
                  05 DTL-ADDED-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-STATUS PIC X(9).
              01  WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE "RATES ON FILE:      ".
                  05 TOT-RATES PIC ZZZ,ZZ9.
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                  PERFORM READ-CURRENCY-PARAMETERS.
                  PERFORM LOAD-RATE-TABLE.
                  IF RATE-TABLE-FULL
                      DISPLAY "TOO MANY EXCHANGE RATES FOR ONE "
                          "RUN - MAINTENANCE CANCELLED"
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
                      IF WS-CMD-LINE(1:6) = "REPORT"
                          PERFORM WRITE-RATE-REPORT
                      ELSE
                          PERFORM UNTIL MAINTENANCE-DONE
                              PERFORM SELECT-RATE-ACTION
                          END-PERFORM
                          IF WS-CHANGE-COUNT > 0
                              PERFORM REWRITE-RATE-FILE
                          END-IF
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
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
                  OPEN INPUT RATE-FILE.
                  IF WS-FXR-STATUS = "00"
                      PERFORM UNTIL END-OF-RATE-FILE
                          READ RATE-FILE
                              AT END
                                  SET END-OF-RATE-FILE TO TRUE
                              NOT AT END
                                  PERFORM ADD-RATE-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE RATE-FILE
                  END-IF.
              ADD-RATE-TO-TABLE.
                  IF WS-RATE-COUNT < 500
                      ADD 1 TO WS-RATE-COUNT
                      MOVE RATE-RECORD TO RATET-REC(WS-RATE-COUNT)
                      MOVE "Y" TO RATET-KEEP(WS-RATE-COUNT)
                  ELSE
                      SET RATE-TABLE-FULL TO TRUE
                      SET END-OF-RATE-FILE TO TRUE
                  END-IF.
              SELECT-RATE-ACTION.
                  DISPLAY "ADD RATE, DELETE RATE, LIST CURRENCY, "
                      "PRINT REPORT, OR QUIT (A/D/L/P/Q)?".
                  ACCEPT WS-ACTION.
                  EVALUATE WS-ACTION
                      WHEN "A"
                      WHEN "a"
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM ADD-EXCHANGE-RATE
                          END-IF
                      WHEN "D"
                      WHEN "d"
                          PERFORM CHECK-AUTHORIZATION
                          IF OPERATOR-AUTHORIZED
                              PERFORM DELETE-EXCHANGE-RATE
                          END-IF
                      WHEN "L"
                      WHEN "l"
                          PERFORM ACCEPT-CURRENCY-CODE
                          PERFORM LIST-CURRENCY-RATES
                      WHEN "P"
                      WHEN "p"
                          PERFORM WRITE-RATE-REPORT
                      WHEN "Q"
                      WHEN "q"
                          SET MAINTENANCE-DONE TO TRUE
                      WHEN OTHER
                          DISPLAY "INVALID ACTION"
                  END-EVALUATE.
              ACCEPT-CURRENCY-CODE.
                  DISPLAY "ENTER CURRENCY CODE".
                  MOVE SPACES TO WS-SEL-CURRENCY.
                  ACCEPT WS-SEL-CURRENCY.
                  MOVE FUNCTION UPPER-CASE(WS-SEL-CURRENCY)
                      TO WS-SEL-CURRENCY.
              LIST-CURRENCY-RATES.
                  PERFORM SORT-RATE-TABLE.
                  PERFORM FIND-CURRENT-RATE.
                  MOVE ZERO TO WS-MATCH-COUNT.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      MOVE RATET-REC(WS-RATE-IDX) TO WS-RATE-REC
                      IF RATET-KEEP(WS-RATE-IDX) = "Y"
                              AND RR-CURRENCY = WS-SEL-CURRENCY
                          ADD 1 TO WS-MATCH-COUNT
                          PERFORM FORMAT-RATE-DETAIL
                          DISPLAY DTL-CURRENCY " " DTL-EFF-DATE " "
                              DTL-RATE " " DTL-ADDED-BY " "
                              DTL-ADDED-DATE " " DTL-STATUS
                      END-IF
                  END-PERFORM.
                  IF WS-MATCH-COUNT = 0
                      IF WS-SEL-CURRENCY = WS-BASE-CURRENCY
                          DISPLAY WS-SEL-CURRENCY " IS THE BASE "
                              "CURRENCY - RATE IS ALWAYS 1"
                      ELSE
                          DISPLAY "NO RATES ON FILE FOR "
                              WS-SEL-CURRENCY
                      END-IF
                  END-IF.
              FIND-CURRENT-RATE.
                  MOVE ZERO TO WS-CURRENT-IDX.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      MOVE RATET-REC(WS-RATE-IDX) TO WS-RATE-REC
                      IF RATET-KEEP(WS-RATE-IDX) = "Y"
                              AND RR-CURRENCY = WS-SEL-CURRENCY
                              AND RR-EFF-DATE NOT > WS-RUN-DATE
                          IF WS-CURRENT-IDX = 0
                              MOVE WS-RATE-IDX TO WS-CURRENT-IDX
                          ELSE
                              IF RR-EFF-DATE NOT <
                                      RATET-REC(WS-CURRENT-IDX)(5:8)
                                  MOVE WS-RATE-IDX TO WS-CURRENT-IDX
                              END-IF
                          END-IF
                      END-IF
                  END-PERFORM.
              FORMAT-RATE-DETAIL.
                  MOVE RR-CURRENCY TO DTL-CURRENCY.
                  MOVE RR-EFF-DATE TO DTL-EFF-DATE.
                  MOVE RR-RATE TO DTL-RATE.
                  MOVE RR-ADDED-BY TO DTL-ADDED-BY.
                  MOVE RR-ADDED-DATE TO DTL-ADDED-DATE.
                  IF WS-RATE-IDX = WS-CURRENT-IDX
                      MOVE "IN FORCE" TO DTL-STATUS
                  ELSE
                      IF RR-EFF-DATE > WS-RUN-DATE
                          MOVE "FUTURE" TO DTL-STATUS
                      ELSE
                          MOVE "SUPERSEDED" TO DTL-STATUS
                      END-IF
                  END-IF.
              ADD-EXCHANGE-RATE.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM ACCEPT-CURRENCY-CODE.
                  IF WS-SEL-CURRENCY NOT ALPHABETIC-UPPER
                          OR WS-SEL-CURRENCY(3:1) = SPACE
                      DISPLAY "CURRENCY CODE MUST BE THREE LETTERS"
                  ELSE
                      IF WS-SEL-CURRENCY = WS-BASE-CURRENCY
                          DISPLAY WS-SEL-CURRENCY " IS THE BASE "
                              "CURRENCY - NO RATE IS KEPT"
                      ELSE
                          PERFORM LIST-CURRENCY-RATES
                          PERFORM ACCEPT-NEW-RATE
                      END-IF
                  END-IF.
                  IF ENTRY-VALID
                      MOVE WS-SEL-RATE TO DTL-RATE
                      DISPLAY "ADD " WS-SEL-CURRENCY " RATE "
                          DTL-RATE " EFFECTIVE " WS-SEL-DATE
                          "? (Y/N)"
                      ACCEPT WS-CONFIRM
                      IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                          PERFORM RECORD-NEW-RATE
                      ELSE
                          DISPLAY "RATE ABANDONED"
                      END-IF
                  END-IF.
              ACCEPT-NEW-RATE.
                  DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)".
                  ACCEPT WS-SEL-DATE.
                  IF WS-SEL-DATE NOT NUMERIC
                      DISPLAY "EFFECTIVE DATE NOT VALID"
                  ELSE
                      MOVE WS-SEL-DATE TO WS-SEL-DATE-NUM
                      IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEL-DATE-NUM)
                              NOT = 0
                          DISPLAY "EFFECTIVE DATE NOT VALID"
                      ELSE
                          IF WS-SEL-DATE-NUM < WS-RUN-DATE
                              DISPLAY "RATES CANNOT BE BACK-DATED"
                          ELSE
                              PERFORM CHECK-DUPLICATE-RATE
                              IF WS-FOUND-IDX = 0
                                  PERFORM ACCEPT-RATE-VALUE
                              ELSE
                                  DISPLAY "A RATE FOR " WS-SEL-CURRENCY
                                      " IS ALREADY EFFECTIVE "
                                      WS-SEL-DATE " - DELETE IT FIRST"
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
              ACCEPT-RATE-VALUE.
                  DISPLAY "ENTER RATE - " WS-BASE-CURRENCY
                      " PER ONE " WS-SEL-CURRENCY.
                  MOVE SPACES TO WS-SEL-RATE-X.
                  ACCEPT WS-SEL-RATE-X.
                  MOVE FUNCTION NUMVAL(WS-SEL-RATE-X) TO WS-RATE-WORK.
                  IF WS-RATE-WORK NOT > ZERO
                          OR WS-RATE-WORK > 99999.999999
                      DISPLAY "RATE MUST BE GREATER THAN ZERO "
                          "AND BELOW 100000"
                  ELSE
                      MOVE WS-RATE-WORK TO WS-SEL-RATE
                      SET ENTRY-VALID TO TRUE
                  END-IF.
              CHECK-DUPLICATE-RATE.
                  MOVE ZERO TO WS-FOUND-IDX.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      MOVE RATET-REC(WS-RATE-IDX) TO WS-RATE-REC
                      IF RATET-KEEP(WS-RATE-IDX) = "Y"
                              AND RR-CURRENCY = WS-SEL-CURRENCY
                              AND RR-EFF-DATE = WS-SEL-DATE-NUM
                          MOVE WS-RATE-IDX TO WS-FOUND-IDX
                      END-IF
                  END-PERFORM.
              RECORD-NEW-RATE.
                  IF WS-RATE-COUNT >= 500
                      DISPLAY "EXCHANGE RATE FILE FULL - RATE REFUSED"
                  ELSE
                      MOVE SPACES TO WS-RATE-REC
                      MOVE WS-SEL-CURRENCY TO RR-CURRENCY
                      MOVE WS-SEL-DATE-NUM TO RR-EFF-DATE
                      MOVE WS-SEL-RATE TO RR-RATE
                      MOVE WS-OPERATOR-ID TO RR-ADDED-BY
                      MOVE WS-RUN-DATE TO RR-ADDED-DATE
                      ADD 1 TO WS-RATE-COUNT
                      MOVE WS-RATE-REC TO RATET-REC(WS-RATE-COUNT)
                      MOVE "Y" TO RATET-KEEP(WS-RATE-COUNT)
                      ADD 1 TO WS-CHANGE-COUNT
                      MOVE "FX-ADD" TO AUD-STATUS
                      PERFORM WRITE-RATE-AUDIT
                      DISPLAY "RATE ADDED"
                  END-IF.
              DELETE-EXCHANGE-RATE.
                  PERFORM ACCEPT-CURRENCY-CODE.
                  PERFORM LIST-CURRENCY-RATES.
                  IF WS-MATCH-COUNT > 0
                      DISPLAY "ENTER EFFECTIVE DATE TO DELETE"
                      ACCEPT WS-SEL-DATE
                      MOVE ZERO TO WS-FOUND-IDX
                      IF WS-SEL-DATE NUMERIC
                          MOVE WS-SEL-DATE TO WS-SEL-DATE-NUM
                          PERFORM CHECK-DUPLICATE-RATE
                      END-IF
                      IF WS-FOUND-IDX = 0
                          DISPLAY "NO " WS-SEL-CURRENCY
                              " RATE EFFECTIVE " WS-SEL-DATE
                      ELSE
                          IF WS-SEL-DATE-NUM NOT > WS-RUN-DATE
                              DISPLAY "RATE HAS TAKEN EFFECT - "
                                  "ADD A NEW RATE TO REPLACE IT"
                          ELSE
                              DISPLAY "DELETE " WS-SEL-CURRENCY
                                  " RATE EFFECTIVE " WS-SEL-DATE
                                  "? (Y/N)"
                              ACCEPT WS-CONFIRM
                              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                                  PERFORM RECORD-RATE-DELETION
                              ELSE
                                  DISPLAY "DELETION ABANDONED"
                              END-IF
                          END-IF
                      END-IF
                  END-IF.
              RECORD-RATE-DELETION.
                  MOVE "N" TO RATET-KEEP(WS-FOUND-IDX).
                  MOVE RATET-REC(WS-FOUND-IDX) TO WS-RATE-REC.
                  MOVE RR-RATE TO WS-SEL-RATE.
                  ADD 1 TO WS-CHANGE-COUNT.
                  MOVE "FX-DEL" TO AUD-STATUS.
                  PERFORM WRITE-RATE-AUDIT.
                  DISPLAY "RATE DELETED".
              WRITE-RATE-AUDIT.
                  OPEN EXTEND AUDIT-FILE.
                  IF WS-AUDIT-STATUS = "35"
                      OPEN OUTPUT AUDIT-FILE
                  END-IF.
                  PERFORM FORMAT-AUDIT-TIMESTAMP.
                  MOVE ZERO TO AUD-C.
                  MOVE SPACES TO AUF-A-AREA.
                  MOVE WS-SEL-DATE-NUM TO AUF-EFF-DATE.
                  MOVE WS-SEL-RATE TO AUF-RATE.
                  MOVE WS-SEL-CURRENCY TO AUD-ACCT.
                  CALL "AUDCHAIN" USING WS-CHAIN-APPEND WS-AUDIT-DETAIL.
                  WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
                  CLOSE AUDIT-FILE.
              REWRITE-RATE-FILE.
                  PERFORM SORT-RATE-TABLE.
                  OPEN OUTPUT RATE-FILE.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      IF RATET-KEEP(WS-RATE-IDX) = "Y"
                          WRITE RATE-RECORD FROM RATET-REC(WS-RATE-IDX)
                      END-IF
                  END-PERFORM.
                  CLOSE RATE-FILE.
                  DISPLAY WS-CHANGE-COUNT
                      " EXCHANGE RATE CHANGES SAVED".
              SORT-RATE-TABLE.
                  PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                          UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                      PERFORM VARYING WS-RATE-IDX2
                              FROM WS-RATE-IDX BY 1
                              UNTIL WS-RATE-IDX2 > WS-RATE-COUNT
                          IF RATET-REC(WS-RATE-IDX2)(1:12)
                                  < RATET-REC(WS-RATE-IDX)(1:12)
                              MOVE WS-RATE-ENTRY(WS-RATE-IDX)
                                  TO WS-SWAP-RATE
                              MOVE WS-RATE-ENTRY(WS-RATE-IDX2)
                                  TO WS-RATE-ENTRY(WS-RATE-IDX)
                              MOVE WS-SWAP-RATE
                                  TO WS-RATE-ENTRY(WS-RATE-IDX2)
                          END-IF
                      END-PERFORM
                  END-PERFORM.
              WRITE-RATE-REPORT.
                  PERFORM SORT-RATE-TABLE.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  MOVE WS-BASE-CURRENCY TO HDR-BASE.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  WRITE REPORT-LINE FROM WS-HEADER-3.
                  MOVE ZERO TO WS-LINE-COUNT.
                  MOVE SPACES TO WS-SEL-CURRENCY.
                  PERFORM VARYING WS-RATE-IDX2 FROM 1 BY 1
                          UNTIL WS-RATE-IDX2 > WS-RATE-COUNT
                      IF RATET-KEEP(WS-RATE-IDX2) = "Y"
                          PERFORM REPORT-RATE-LINE
                      END-IF
                  END-PERFORM.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-LINE-COUNT TO TOT-RATES.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                  CLOSE REPORT-FILE.
                  DISPLAY "EXCHANGE RATE REPORT COMPLETE - "
                      "SEE FXRATE.RPT".
              REPORT-RATE-LINE.
                  MOVE RATET-REC(WS-RATE-IDX2) TO WS-RATE-REC.
                  IF RR-CURRENCY NOT = WS-SEL-CURRENCY
                      MOVE RR-CURRENCY TO WS-SEL-CURRENCY
                      PERFORM FIND-CURRENT-RATE
                  END-IF.
                  MOVE RATET-REC(WS-RATE-IDX2) TO WS-RATE-REC.
                  MOVE WS-RATE-IDX2 TO WS-RATE-IDX.
                  PERFORM FORMAT-RATE-DETAIL.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
                  ADD 1 TO WS-LINE-COUNT.
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
                                          WS-MODE-HITS FOR ALL "X"
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
                          " NOT AUTHORIZED TO MAINTAIN RATES"
                      MOVE "DENIED" TO AUD-STATUS
                      MOVE "X" TO AUD-ACCT
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

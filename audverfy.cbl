       IDENTIFICATION DIVISION.
              PROGRAM-ID. AUDVERFY.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT ARCHIVE-LIST-FILE ASSIGN TO "AUDARCH.LST"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LST-STATUS.
                  SELECT CHAINED-FILE
                      ASSIGN TO DYNAMIC WS-FILE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-FILE-STATUS.
                  SELECT CHAIN-HEAD-FILE ASSIGN TO "ADDITION.AUC"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HEAD-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "AUDVERFY.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  ARCHIVE-LIST-FILE.
              01  ARCHIVE-LIST-RECORD PIC X(16).
              FD  CHAINED-FILE.
              01  CHAINED-LINE PIC X(118).
              FD  CHAIN-HEAD-FILE.
              01  CHAIN-HEAD-RECORD.
                  05 HEAD-SEQ PIC 9(8).
                  05 FILLER PIC X.
                  05 HEAD-CHECK PIC 9(10).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(100).
              WORKING-STORAGE SECTION.
              77 WS-LST-STATUS PIC XX VALUE SPACES.
              77 WS-FILE-STATUS PIC XX VALUE SPACES.
              77 WS-HEAD-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-FILE-NAME PIC X(16) VALUE SPACES.
              77 WS-CHAIN-RESET PIC X VALUE "R".
              77 WS-CHAIN-VERIFY PIC X VALUE "V".
              77 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
              77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
              77 WS-FILES-READ PIC 9(4) VALUE ZERO.
              77 WS-FILES-MISSING PIC 9(4) VALUE ZERO.
              77 WS-TOTAL-RECORDS PIC 9(8) VALUE ZERO.
              77 WS-TOTAL-CHAINED PIC 9(8) VALUE ZERO.
              77 WS-TOTAL-LEGACY PIC 9(8) VALUE ZERO.
              77 WS-BREAK-COUNT PIC 9(6) VALUE ZERO.
              77 WS-FILE-RECORDS PIC 9(8) VALUE ZERO.
              77 WS-FILE-CHAINED PIC 9(8) VALUE ZERO.
              77 WS-FILE-LEGACY PIC 9(8) VALUE ZERO.
              77 WS-FILE-BREAKS PIC 9(6) VALUE ZERO.
              77 WS-FILE-FIRST-SEQ PIC 9(8) VALUE ZERO.
              77 WS-LAST-SEQ PIC 9(8) VALUE ZERO.
              77 WS-LAST-CHECK PIC 9(10) VALUE ZERO.
              77 WS-EXPECTED-SEQ PIC 9(8) VALUE ZERO.
              77 WS-GAP-END PIC 9(8) VALUE ZERO.
              77 WS-BREAK-REASON PIC X(50) VALUE SPACES.
              77 WS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-CHAINED-FILE VALUE "Y".
              77 WS-LST-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-ARCHIVE-LIST VALUE "Y".
              77 WS-CHAIN-STARTED-FLAG PIC X VALUE "N".
                  88 CHAIN-STARTED VALUE "Y".
              77 WS-FIRST-BREAK-FLAG PIC X VALUE "N".
                  88 FIRST-BREAK-FOUND VALUE "Y".
              01  WS-VRF-LINE.
                  05 VRF-CONTENT PIC X(98).
                  05 FILLER PIC X.
                  05 VRF-SEQ-X PIC X(8).
                  05 VRF-SEQ REDEFINES VRF-SEQ-X PIC 9(8).
                  05 FILLER PIC X.
                  05 VRF-CHECK-X PIC X(10).
                  05 VRF-CHECK REDEFINES VRF-CHECK-X PIC 9(10).
              01  WS-FIRST-BREAK.
                  05 FBK-FILE PIC X(16).
                  05 FBK-RECORD PIC 9(8).
                  05 FBK-SEQ PIC X(8).
                  05 FBK-REASON PIC X(50).
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "AUDIT TRAIL CHAIN VERIFICATION  ".
                  05 FILLER PIC X(10) VALUE "RUN DATE: ".
                  05 HDR-DATE PIC 9(8).
              01  WS-HEADER-2.
                  05 FILLER PIC X(18) VALUE "FILE".
                  05 FILLER PIC X(10) VALUE "   RECORDS".
                  05 FILLER PIC X(10) VALUE "   CHAINED".
                  05 FILLER PIC X(10) VALUE " UNCHAINED".
                  05 FILLER PIC X(11) VALUE "  FIRST SEQ".
                  05 FILLER PIC X(11) VALUE "   LAST SEQ".
                  05 FILLER PIC X(8) VALUE "  BREAKS".
              01  WS-FILE-LINE.
                  05 FLN-NAME PIC X(16).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FLN-RECORDS PIC Z(7)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FLN-CHAINED PIC Z(7)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FLN-LEGACY PIC Z(7)9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FLN-FIRST-SEQ PIC Z(7)9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 FLN-LAST-SEQ PIC Z(7)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FLN-BREAKS PIC ZZZ,ZZ9.
              01  WS-MISSING-LINE.
                  05 MSL-NAME PIC X(16).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(40)
                      VALUE "*** FILE NOT FOUND - CHAIN CANNOT SPAN".
              01  WS-BREAK-LINE.
                  05 FILLER PIC X(4) VALUE "  **".
                  05 BRK-FILE PIC X(16).
                  05 FILLER PIC X(5) VALUE " REC ".
                  05 BRK-RECORD PIC Z(7)9.
                  05 FILLER PIC X(5) VALUE " SEQ ".
                  05 BRK-SEQ PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BRK-REASON PIC X(50).
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(24) VALUE "FILES VERIFIED:".
                  05 TOT-FILES PIC ZZZ,ZZ9.
                  05 FILLER PIC X(20) VALUE "   FILES MISSING:  ".
                  05 TOT-MISSING PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(24) VALUE "RECORDS READ:".
                  05 TOT-RECORDS PIC ZZ,ZZZ,ZZ9.
                  05 FILLER PIC X(12) VALUE "   CHAINED: ".
                  05 TOT-CHAINED PIC ZZ,ZZZ,ZZ9.
                  05 FILLER PIC X(21) VALUE "   UNCHAINED (BEFORE ".
                  05 FILLER PIC X(8) VALUE "CHAIN): ".
                  05 TOT-LEGACY PIC ZZ,ZZZ,ZZ9.
              01  WS-TOTAL-LINE-3.
                  05 FILLER PIC X(24) VALUE "LAST SEQUENCE VERIFIED:".
                  05 TOT-LAST-SEQ PIC ZZ,ZZZ,ZZ9.
                  05 FILLER PIC X(16) VALUE "   CHAIN BREAKS:".
                  05 TOT-BREAKS PIC ZZZ,ZZ9.
              01  WS-TOTAL-LINE-4.
                  05 FILLER PIC X(24) VALUE "FIRST BROKEN LINK:".
                  05 TOT-FIRST-BREAK PIC X(76).
              01  WS-TOTAL-LINE-5.
                  05 FILLER PIC X(24) VALUE SPACES.
                  05 TOT-FIRST-REASON PIC X(50).
              PROCEDURE DIVISION.
              PARA.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
                  CALL "AUDCHAIN" USING WS-CHAIN-RESET WS-VRF-LINE.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-RUN-DATE TO HDR-DATE.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  PERFORM VERIFY-ARCHIVE-FILES.
                  MOVE "ADDITION.AUD" TO WS-FILE-NAME.
                  PERFORM VERIFY-ONE-FILE.
                  PERFORM CHECK-CHAIN-HEAD.
                  PERFORM WRITE-VERIFY-TOTALS.
                  CLOSE REPORT-FILE.
                  IF WS-BREAK-COUNT > 0
                      DISPLAY "AUDIT CHAIN BROKEN - " WS-BREAK-COUNT
                          " BREAKS - SEE AUDVERFY.RPT"
                      DISPLAY "FIRST BREAK: " FBK-FILE " RECORD "
                          FBK-RECORD " " FBK-REASON
                      MOVE 8 TO WS-RETURN-CODE
                  ELSE
                      IF WS-FILES-MISSING > 0
                          DISPLAY "AUDIT CHAIN INTACT BUT "
                              WS-FILES-MISSING " ARCHIVE FILES MISSING"
                          MOVE 4 TO WS-RETURN-CODE
                      ELSE
                          DISPLAY "AUDIT CHAIN INTACT - "
                              WS-TOTAL-RECORDS " RECORDS VERIFIED"
                      END-IF
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              VERIFY-ARCHIVE-FILES.
                  OPEN INPUT ARCHIVE-LIST-FILE.
                  IF WS-LST-STATUS = "00"
                      PERFORM UNTIL END-OF-ARCHIVE-LIST
                          READ ARCHIVE-LIST-FILE
                              AT END
                                  SET END-OF-ARCHIVE-LIST TO TRUE
                              NOT AT END
                                  MOVE ARCHIVE-LIST-RECORD
                                      TO WS-FILE-NAME
                                  PERFORM VERIFY-ONE-FILE
                          END-READ
                      END-PERFORM
                      CLOSE ARCHIVE-LIST-FILE
                  END-IF.
              VERIFY-ONE-FILE.
                  MOVE ZERO TO WS-FILE-RECORDS.
                  MOVE ZERO TO WS-FILE-CHAINED.
                  MOVE ZERO TO WS-FILE-LEGACY.
                  MOVE ZERO TO WS-FILE-BREAKS.
                  MOVE ZERO TO WS-FILE-FIRST-SEQ.
                  MOVE "N" TO WS-EOF-FLAG.
                  OPEN INPUT CHAINED-FILE.
                  IF WS-FILE-STATUS NOT = "00"
                      ADD 1 TO WS-FILES-MISSING
                      MOVE WS-FILE-NAME TO MSL-NAME
                      WRITE REPORT-LINE FROM WS-MISSING-LINE
                  ELSE
                      ADD 1 TO WS-FILES-READ
                      PERFORM UNTIL END-OF-CHAINED-FILE
                          READ CHAINED-FILE
                              AT END
                                  SET END-OF-CHAINED-FILE TO TRUE
                              NOT AT END
                                  MOVE CHAINED-LINE TO WS-VRF-LINE
                                  PERFORM VERIFY-ONE-RECORD
                          END-READ
                      END-PERFORM
                      CLOSE CHAINED-FILE
                      MOVE WS-FILE-NAME TO FLN-NAME
                      MOVE WS-FILE-RECORDS TO FLN-RECORDS
                      MOVE WS-FILE-CHAINED TO FLN-CHAINED
                      MOVE WS-FILE-LEGACY TO FLN-LEGACY
                      MOVE WS-FILE-FIRST-SEQ TO FLN-FIRST-SEQ
                      MOVE WS-LAST-SEQ TO FLN-LAST-SEQ
                      MOVE WS-FILE-BREAKS TO FLN-BREAKS
                      WRITE REPORT-LINE FROM WS-FILE-LINE
                  END-IF.
              VERIFY-ONE-RECORD.
                  ADD 1 TO WS-FILE-RECORDS.
                  ADD 1 TO WS-TOTAL-RECORDS.
                  IF VRF-SEQ-X = SPACES AND VRF-CHECK-X = SPACES
                      IF CHAIN-STARTED
                          MOVE "UNCHAINED RECORD INSIDE THE CHAIN"
                              TO WS-BREAK-REASON
                          PERFORM RECORD-CHAIN-BREAK
                      ELSE
                          ADD 1 TO WS-FILE-LEGACY
                          ADD 1 TO WS-TOTAL-LEGACY
                      END-IF
                  ELSE
                      IF VRF-SEQ-X NOT NUMERIC
                              OR VRF-CHECK-X NOT NUMERIC
                          MOVE "CHAIN FIELDS DAMAGED"
                              TO WS-BREAK-REASON
                          PERFORM RECORD-CHAIN-BREAK
                      ELSE
                          PERFORM VERIFY-CHAINED-RECORD
                      END-IF
                  END-IF.
              VERIFY-CHAINED-RECORD.
                  ADD 1 TO WS-FILE-CHAINED.
                  ADD 1 TO WS-TOTAL-CHAINED.
                  IF WS-FILE-FIRST-SEQ = 0
                      MOVE VRF-SEQ TO WS-FILE-FIRST-SEQ
                  END-IF.
                  COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1.
                  IF VRF-SEQ > WS-EXPECTED-SEQ
                      COMPUTE WS-GAP-END = VRF-SEQ - 1
                      MOVE SPACES TO WS-BREAK-REASON
                      STRING "GAP - SEQUENCE " WS-EXPECTED-SEQ
                          " TO " WS-GAP-END " MISSING"
                          DELIMITED BY SIZE INTO WS-BREAK-REASON
                      PERFORM RECORD-CHAIN-BREAK
                  END-IF.
                  IF VRF-SEQ < WS-EXPECTED-SEQ
                      MOVE "SEQUENCE REPEATED OR OUT OF ORDER"
                          TO WS-BREAK-REASON
                      PERFORM RECORD-CHAIN-BREAK
                  END-IF.
                  CALL "AUDCHAIN" USING WS-CHAIN-VERIFY WS-VRF-LINE.
                  IF RETURN-CODE NOT = 0
                      MOVE "CHECK VALUE MISMATCH - RECORD ALTERED"
                          TO WS-BREAK-REASON
                      PERFORM RECORD-CHAIN-BREAK
                  END-IF.
                  MOVE ZERO TO RETURN-CODE.
                  MOVE VRF-SEQ TO WS-LAST-SEQ.
                  MOVE VRF-CHECK TO WS-LAST-CHECK.
                  SET CHAIN-STARTED TO TRUE.
              RECORD-CHAIN-BREAK.
                  ADD 1 TO WS-BREAK-COUNT.
                  ADD 1 TO WS-FILE-BREAKS.
                  IF NOT FIRST-BREAK-FOUND
                      SET FIRST-BREAK-FOUND TO TRUE
                      MOVE WS-FILE-NAME TO FBK-FILE
                      MOVE WS-FILE-RECORDS TO FBK-RECORD
                      MOVE VRF-SEQ-X TO FBK-SEQ
                      MOVE WS-BREAK-REASON TO FBK-REASON
                  END-IF.
                  IF WS-BREAK-COUNT NOT > 100
                      MOVE WS-FILE-NAME TO BRK-FILE
                      MOVE WS-FILE-RECORDS TO BRK-RECORD
                      MOVE VRF-SEQ-X TO BRK-SEQ
                      MOVE WS-BREAK-REASON TO BRK-REASON
                      WRITE REPORT-LINE FROM WS-BREAK-LINE
                  END-IF.
              CHECK-CHAIN-HEAD.
                  OPEN INPUT CHAIN-HEAD-FILE.
                  IF WS-HEAD-STATUS = "00"
                      READ CHAIN-HEAD-FILE
                          AT END
                              MOVE ZERO TO HEAD-SEQ
                              MOVE ZERO TO HEAD-CHECK
                      END-READ
                      CLOSE CHAIN-HEAD-FILE
                      MOVE "ADDITION.AUC" TO WS-FILE-NAME
                      MOVE SPACES TO VRF-SEQ-X
                      IF HEAD-SEQ NOT NUMERIC
                              OR HEAD-CHECK NOT NUMERIC
                          MOVE "CHAIN HEAD RECORD DAMAGED"
                              TO WS-BREAK-REASON
                          PERFORM RECORD-CHAIN-BREAK
                      ELSE
                          MOVE HEAD-SEQ TO VRF-SEQ
                          PERFORM COMPARE-CHAIN-HEAD
                      END-IF
                  END-IF.
              COMPARE-CHAIN-HEAD.
                  IF HEAD-SEQ > WS-LAST-SEQ
                      COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
                      MOVE SPACES TO WS-BREAK-REASON
                      STRING "RECORDS " WS-EXPECTED-SEQ " TO "
                          HEAD-SEQ " MISSING AT END"
                          DELIMITED BY SIZE INTO WS-BREAK-REASON
                      PERFORM RECORD-CHAIN-BREAK
                  ELSE
                      IF HEAD-SEQ < WS-LAST-SEQ
                              OR HEAD-CHECK NOT = WS-LAST-CHECK
                          MOVE "CHAIN HEAD DOES NOT MATCH LAST RECORD"
                              TO WS-BREAK-REASON
                          PERFORM RECORD-CHAIN-BREAK
                      END-IF
                  END-IF.
              WRITE-VERIFY-TOTALS.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-FILES-READ TO TOT-FILES.
                  MOVE WS-FILES-MISSING TO TOT-MISSING.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE WS-TOTAL-RECORDS TO TOT-RECORDS.
                  MOVE WS-TOTAL-CHAINED TO TOT-CHAINED.
                  MOVE WS-TOTAL-LEGACY TO TOT-LEGACY.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  MOVE WS-LAST-SEQ TO TOT-LAST-SEQ.
                  MOVE WS-BREAK-COUNT TO TOT-BREAKS.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.
                  MOVE SPACES TO TOT-FIRST-BREAK.
                  IF FIRST-BREAK-FOUND
                      STRING FBK-FILE DELIMITED BY SPACE
                          " RECORD " FBK-RECORD " SEQ " FBK-SEQ
                          DELIMITED BY SIZE INTO TOT-FIRST-BREAK
                      WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
                      MOVE FBK-REASON TO TOT-FIRST-REASON
                      WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
                  ELSE
                      MOVE "NONE - CHAIN INTACT" TO TOT-FIRST-BREAK
                      WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
                  END-IF.

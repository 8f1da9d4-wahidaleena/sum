       IDENTIFICATION DIVISION.
              PROGRAM-ID. NIGHTRUN.
              ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                  SELECT STEP-TABLE-FILE ASSIGN TO "NIGHTRUN.STP"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-STP-STATUS.
                  SELECT STEP-LOG-FILE ASSIGN TO "NIGHTRUN.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-LOG-STATUS.
                  SELECT PAGE-FILE ASSIGN TO "NIGHTRUN.PAG"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-PAGE-STATUS.
                  SELECT REPORT-FILE ASSIGN TO "NIGHTRUN.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-REPORT-STATUS.
                  SELECT CHARGEN-OUT-FILE ASSIGN TO "CHARGEN.OUT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-GEN-STATUS.
                  SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-IN-STATUS.
                  SELECT HISTORY-FILE ASSIGN TO "ADDITION.HIS"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HIS-STATUS.
                  SELECT HISTORY-ARCHIVE
                      ASSIGN TO DYNAMIC WS-HIS-ARCHIVE-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-HSA-STATUS.
                  SELECT NEED-FILE
                      ASSIGN TO DYNAMIC WS-NEED-NAME
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-NEED-STATUS.
              DATA DIVISION.
              FILE SECTION.
              FD  STEP-TABLE-FILE.
              01  STEP-TABLE-RECORD.
                  05 STP-NUMBER PIC 9(2).
                  05 FILLER PIC X.
                  05 STP-NAME PIC X(8).
                  05 FILLER PIC X.
                  05 STP-TYPE PIC X.
                  05 FILLER PIC X.
                  05 STP-CONT-MAX PIC 9(2).
                  05 FILLER PIC X.
                  05 STP-PAGE-MIN PIC 9(2).
                  05 FILLER PIC X.
                  05 STP-CYCLE-DAY PIC 9(2).
                  05 FILLER PIC X.
                  05 STP-NEED-FILE PIC X(12).
                  05 FILLER PIC X.
                  05 STP-COMMAND PIC X(40).
              FD  STEP-LOG-FILE.
              01  STEP-LOG-RECORD.
                  05 LOG-STREAM-DATE PIC 9(8).
                  05 FILLER PIC X.
                  05 LOG-STEP PIC 9(2).
                  05 FILLER PIC X.
                  05 LOG-NAME PIC X(8).
                  05 FILLER PIC X.
                  05 LOG-EVENT PIC X(8).
                  05 FILLER PIC X.
                  05 LOG-RC PIC 9(4).
                  05 FILLER PIC X.
                  05 LOG-ACTION PIC X(8).
                  05 FILLER PIC X.
                  05 LOG-START PIC 9(6).
                  05 FILLER PIC X.
                  05 LOG-END PIC 9(6).
                  05 FILLER PIC X.
                  05 LOG-ELAPSED PIC 9(6).
                  05 FILLER PIC X.
                  05 LOG-OPERATOR PIC X(20).
              FD  PAGE-FILE.
              01  PAGE-LINE PIC X(80).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(90).
              FD  CHARGEN-OUT-FILE.
              01  CHARGEN-OUT-RECORD PIC X(80).
              FD  TRANS-IN-FILE.
              01  TRANS-IN-RECORD PIC X(80).
              FD  HISTORY-FILE.
              01  HISTORY-RECORD.
                  05 FILLER PIC X(98).
                  05 HIS-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X(69).
              FD  HISTORY-ARCHIVE.
              01  HISTORY-ARCHIVE-RECORD.
                  05 FILLER PIC X(98).
                  05 HSA-BATCH-NUMBER PIC X(6).
                  05 FILLER PIC X(69).
              FD  NEED-FILE.
              01  NEED-RECORD PIC X(80).
              WORKING-STORAGE SECTION.
              77 WS-STP-STATUS PIC XX VALUE SPACES.
              77 WS-LOG-STATUS PIC XX VALUE SPACES.
              77 WS-PAGE-STATUS PIC XX VALUE SPACES.
              77 WS-REPORT-STATUS PIC XX VALUE SPACES.
              77 WS-GEN-STATUS PIC XX VALUE SPACES.
              77 WS-IN-STATUS PIC XX VALUE SPACES.
              77 WS-NEED-STATUS PIC XX VALUE SPACES.
              77 WS-NEED-NAME PIC X(12) VALUE SPACES.
              77 WS-HIS-STATUS PIC XX VALUE SPACES.
              77 WS-HSA-STATUS PIC XX VALUE SPACES.
              77 WS-HIS-ARCHIVE-NAME PIC X(17) VALUE SPACES.
              77 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
              77 WS-CMD-LINE PIC X(80) VALUE SPACES.
              77 WS-CMD-WORD PIC X(8) VALUE SPACES.
              77 WS-CMD-STEP PIC X(8) VALUE SPACES.
              77 WS-RETURN-CODE PIC 9(2) VALUE ZERO.
              77 WS-TODAY PIC 9(8) VALUE ZERO.
              77 WS-STREAM-DATE PIC 9(8) VALUE ZERO.
              77 WS-LAST-STREAM-DATE PIC 9(8) VALUE ZERO.
              77 WS-LAST-STREAM-EVENT PIC X(8) VALUE SPACES.
              77 WS-LAST-STEP PIC 9(2) VALUE ZERO.
              77 WS-LAST-STEP-EVENT PIC X(8) VALUE SPACES.
              77 WS-LAST-STEP-ACTION PIC X(8) VALUE SPACES.
              77 WS-START-STEP PIC 9(2) VALUE ZERO.
              77 WS-STOPPED-STEP PIC 9(2) VALUE ZERO.
              77 WS-STEP-COUNT PIC 9(2) VALUE ZERO.
              77 WS-STEP-IDX PIC 9(2) VALUE ZERO.
              77 WS-SYS-STATUS PIC S9(9) VALUE ZERO.
              77 WS-STEP-RC PIC 9(4) VALUE ZERO.
              77 WS-STEP-ACTION PIC X(8) VALUE SPACES.
              77 WS-HIGH-RC PIC 9(4) VALUE ZERO.
              77 WS-START-HHMMSS PIC 9(6) VALUE ZERO.
              77 WS-END-HHMMSS PIC 9(6) VALUE ZERO.
              77 WS-START-SECONDS PIC 9(6) VALUE ZERO.
              77 WS-END-SECONDS PIC 9(6) VALUE ZERO.
              77 WS-ELAPSED PIC 9(6) VALUE ZERO.
              77 WS-TOTAL-ELAPSED PIC 9(6) VALUE ZERO.
              77 WS-TIME-SECONDS PIC 9(6) VALUE ZERO.
              77 WS-COPY-COUNT PIC 9(6) VALUE ZERO.
              77 WS-LAST-DAY-OF-MONTH PIC 9(2) VALUE ZERO.
              77 WS-NEXT-DATE PIC 9(8) VALUE ZERO.
              77 WS-STP-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-STEP-TABLE VALUE "Y".
              77 WS-LOG-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-STEP-LOG VALUE "Y".
              77 WS-GEN-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-CHARGEN-OUT VALUE "Y".
              77 WS-NEED-EMPTY-FLAG PIC X VALUE "N".
                  88 NEED-FILE-EMPTY VALUE "Y".
              77 WS-HIS-EOF-FLAG PIC X VALUE "N".
                  88 END-OF-HISTORY-SCAN VALUE "Y".
              77 WS-POSTED-FLAG PIC X VALUE "N".
                  88 BATCH-ALREADY-POSTED VALUE "Y".
              77 WS-TRANSIN-FLAG PIC X VALUE "N".
                  88 TRANSIN-NOT-POSTED VALUE "Y".
              77 WS-RESTART-FLAG PIC X VALUE "N".
                  88 RESTART-RUN VALUE "Y".
              77 WS-STREAM-FLAG PIC X VALUE "R".
                  88 STREAM-RUNNING VALUE "R".
                  88 STREAM-STOPPED VALUE "S".
              77 WS-PAGED-FLAG PIC X VALUE "N".
                  88 OPERATOR-PAGED VALUE "Y".
              77 WS-CURRENT-STREAM-FLAG PIC X VALUE "N".
                  88 IN-CURRENT-STREAM VALUE "Y".
              01  WS-STEP-TABLE.
                  05 WS-STEP-ENTRY OCCURS 20 TIMES.
                      10 STT-NUMBER PIC 9(2).
                      10 STT-NAME PIC X(8).
                      10 STT-TYPE PIC X.
                          88 STEP-RUNS-PROGRAM VALUE "P".
                          88 STEP-COPIES-CHARGEN VALUE "C".
                      10 STT-CONT-MAX PIC 9(2).
                      10 STT-PAGE-MIN PIC 9(2).
                      10 STT-CYCLE-DAY PIC 9(2).
                      10 STT-NEED-FILE PIC X(12).
                      10 STT-COMMAND PIC X(40).
                      10 SMY-STATUS PIC X(8).
                      10 SMY-RC PIC 9(4).
                      10 SMY-ACTION PIC X(8).
                      10 SMY-START PIC 9(6).
                      10 SMY-END PIC 9(6).
                      10 SMY-ELAPSED PIC 9(6).
              01  WS-STANDARD-STEPS.
                  05 FILLER PIC X(17) VALUE "01CHARGEN P040800".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "CHARGEN".
                  05 FILLER PIC X(17) VALUE "02COPYTRANC040800".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE SPACES.
                  05 FILLER PIC X(17) VALUE "03WHREL   P040800".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "WHREL".
                  05 FILLER PIC X(17) VALUE "04TRANEDITP041200".
                  05 FILLER PIC X(12) VALUE "TRANSIN".
                  05 FILLER PIC X(40) VALUE "TRANEDIT".
                  05 FILLER PIC X(17) VALUE "05ADDITIONP040800".
                  05 FILLER PIC X(12) VALUE "TRANSIN".
                  05 FILLER PIC X(40) VALUE "ADDITION B".
                  05 FILLER PIC X(17) VALUE "06HOLDREV P040800".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "HOLDREV REPORT".
                  05 FILLER PIC X(17) VALUE "07TRIALBALP040800".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "TRIALBAL".
                  05 FILLER PIC X(17) VALUE "08AUDPURGEP040801".
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(40) VALUE "AUDPURGE".
              01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-STEPS.
                  05 WS-STANDARD-ENTRY OCCURS 8 TIMES PIC X(69).
              01  WS-HIS-ARCHIVE-PARTS.
                  05 FILLER PIC X(13) VALUE "ADDITION.HIS.".
                  05 HSN-YEAR PIC X(4).
              01  WS-HDR-REC.
                  05 HD-TYPE PIC X.
                  05 HD-BATCH-NO PIC X(6).
                  05 HD-DATE PIC X(8).
                  05 HD-DATE-NUM REDEFINES HD-DATE PIC 9(8).
              01  WS-STREAM-DATE-FIELDS.
                  05 STR-YEAR PIC 9(4).
                  05 STR-MONTH PIC 9(2).
                  05 STR-DAY PIC 9(2).
              01  WS-HHMMSS-FIELDS.
                  05 TM-HOUR PIC 9(2).
                  05 TM-MINUTE PIC 9(2).
                  05 TM-SECOND PIC 9(2).
              01  WS-CURRENT-DATE PIC X(21).
              01  WS-CURRENT-DATE-FIELDS REDEFINES WS-CURRENT-DATE.
                  05 CD-DATE PIC 9(8).
                  05 CD-HHMMSS PIC 9(6).
                  05 FILLER PIC X(7).
              01  WS-ELAPSED-DISPLAY.
                  05 ELD-HOURS PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 ELD-MINUTES PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 ELD-SECONDS PIC 99.
              01  WS-PAGE-DETAIL.
                  05 PG-DATE PIC 9(8).
                  05 FILLER PIC X VALUE SPACE.
                  05 PG-TIME PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(13) VALUE "NIGHTRUN STEP".
                  05 FILLER PIC X VALUE SPACE.
                  05 PG-STEP PIC 9(2).
                  05 FILLER PIC X VALUE SPACE.
                  05 PG-NAME PIC X(8).
                  05 FILLER PIC X(4) VALUE " RC ".
                  05 PG-RC PIC ZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 FILLER PIC X(24) VALUE "PAGE ON-CALL OPERATOR".
              01  WS-HEADER-1.
                  05 FILLER PIC X(32)
                      VALUE "NIGHTLY JOB STREAM SUMMARY      ".
                  05 FILLER PIC X(14) VALUE "STREAM DATE: ".
                  05 HDR-STREAM-DATE PIC 9(8).
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 HDR-RESTART PIC X(26).
              01  WS-HEADER-2.
                  05 FILLER PIC X(5) VALUE "STEP".
                  05 FILLER PIC X(10) VALUE "NAME".
                  05 FILLER PIC X(10) VALUE "STATUS".
                  05 FILLER PIC X(6) VALUE "  RC".
                  05 FILLER PIC X(10) VALUE "ACTION".
                  05 FILLER PIC X(10) VALUE "STARTED".
                  05 FILLER PIC X(10) VALUE "ENDED".
                  05 FILLER PIC X(8) VALUE "ELAPSED".
              01  WS-DETAIL-LINE.
                  05 DTL-STEP PIC 9(2).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 DTL-NAME PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-STATUS PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-RC PIC ZZZ9.
                  05 DTL-RC-X REDEFINES DTL-RC PIC X(4).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-ACTION PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-START PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-END PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DTL-ELAPSED PIC X(8).
              01  WS-TIME-DISPLAY.
                  05 TMD-HOUR PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 TMD-MINUTE PIC 99.
                  05 FILLER PIC X VALUE ":".
                  05 TMD-SECOND PIC 99.
              01  WS-TOTAL-LINE-1.
                  05 FILLER PIC X(20) VALUE "TOTAL ELAPSED:      ".
                  05 TOT-ELAPSED PIC X(8).
                  05 FILLER PIC X(20) VALUE "   HIGHEST STEP RC: ".
                  05 TOT-HIGH-RC PIC ZZZ9.
              01  WS-TOTAL-LINE-2.
                  05 FILLER PIC X(20) VALUE "STREAM RESULT:      ".
                  05 TOT-RESULT PIC X(60).
              PROCEDURE DIVISION.
              PARA.
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-DATE TO WS-TODAY.
                  PERFORM LOAD-STEP-TABLE.
                  IF WS-STEP-COUNT = 0
                      DISPLAY "STEP TABLE NIGHTRUN.STP HAS NO VALID "
                          "STEPS - STREAM NOT STARTED"
                      MOVE 12 TO WS-RETURN-CODE
                  ELSE
                      PERFORM READ-STEP-LOG
                      PERFORM SET-START-POINT
                      PERFORM RUN-JOB-STREAM
                      PERFORM WRITE-NIGHT-SUMMARY
                      PERFORM SET-STREAM-RETURN-CODE
                  END-IF.
                  MOVE WS-RETURN-CODE TO RETURN-CODE.
                  STOP RUN.
              LOAD-STEP-TABLE.
                  MOVE ZERO TO WS-STEP-COUNT.
                  OPEN INPUT STEP-TABLE-FILE.
                  IF WS-STP-STATUS NOT = "00"
                      DISPLAY "NIGHTRUN.STP NOT FOUND - USING "
                          "STANDARD STEP TABLE"
                      PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                              UNTIL WS-STEP-IDX > 8
                          ADD 1 TO WS-STEP-COUNT
                          INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
                          MOVE WS-STANDARD-ENTRY(WS-STEP-IDX)
                              TO WS-STEP-ENTRY(WS-STEP-COUNT)(1:69)
                      END-PERFORM
                  ELSE
                      PERFORM UNTIL END-OF-STEP-TABLE
                          READ STEP-TABLE-FILE
                              AT END
                                  SET END-OF-STEP-TABLE TO TRUE
                              NOT AT END
                                  PERFORM ADD-STEP-TO-TABLE
                          END-READ
                      END-PERFORM
                      CLOSE STEP-TABLE-FILE
                  END-IF.
              ADD-STEP-TO-TABLE.
                  IF STP-NUMBER NOT NUMERIC
                          OR STP-NUMBER = 0
                          OR STP-CONT-MAX NOT NUMERIC
                          OR STP-PAGE-MIN NOT NUMERIC
                          OR STP-CYCLE-DAY NOT NUMERIC
                          OR (STP-TYPE NOT = "P" AND STP-TYPE NOT = "C")
                          OR (STP-TYPE = "P" AND STP-COMMAND = SPACES)
                      DISPLAY "BAD STEP RECORD SKIPPED - "
                          STEP-TABLE-RECORD(1:30)
                  ELSE
                      IF WS-STEP-COUNT > 0
                              AND STP-NUMBER
                                  NOT > STT-NUMBER(WS-STEP-COUNT)
                          DISPLAY "STEP " STP-NUMBER " OUT OF "
                              "SEQUENCE - SKIPPED"
                      ELSE
                          IF WS-STEP-COUNT < 20
                              ADD 1 TO WS-STEP-COUNT
                              INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
                              MOVE STP-NUMBER
                                  TO STT-NUMBER(WS-STEP-COUNT)
                              MOVE STP-NAME TO STT-NAME(WS-STEP-COUNT)
                              MOVE STP-TYPE TO STT-TYPE(WS-STEP-COUNT)
                              MOVE STP-CONT-MAX
                                  TO STT-CONT-MAX(WS-STEP-COUNT)
                              MOVE STP-PAGE-MIN
                                  TO STT-PAGE-MIN(WS-STEP-COUNT)
                              MOVE STP-CYCLE-DAY
                                  TO STT-CYCLE-DAY(WS-STEP-COUNT)
                              MOVE STP-NEED-FILE
                                  TO STT-NEED-FILE(WS-STEP-COUNT)
                              MOVE STP-COMMAND
                                  TO STT-COMMAND(WS-STEP-COUNT)
                          ELSE
                              DISPLAY "STEP TABLE FULL - STEP "
                                  STP-NUMBER " SKIPPED"
                          END-IF
                      END-IF
                  END-IF.
              READ-STEP-LOG.
                  MOVE "N" TO WS-LOG-EOF-FLAG.
                  MOVE "COMPLETE" TO WS-LAST-STREAM-EVENT.
                  OPEN INPUT STEP-LOG-FILE.
                  IF WS-LOG-STATUS = "00"
                      PERFORM UNTIL END-OF-STEP-LOG
                          READ STEP-LOG-FILE
                              AT END
                                  SET END-OF-STEP-LOG TO TRUE
                              NOT AT END
                                  PERFORM NOTE-LOG-RECORD
                          END-READ
                      END-PERFORM
                      CLOSE STEP-LOG-FILE
                  END-IF.
              NOTE-LOG-RECORD.
                  IF LOG-STEP = 0
                      MOVE LOG-STREAM-DATE TO WS-LAST-STREAM-DATE
                      MOVE LOG-EVENT TO WS-LAST-STREAM-EVENT
                      IF LOG-EVENT = "BEGIN"
                          MOVE ZERO TO WS-LAST-STEP
                          MOVE SPACES TO WS-LAST-STEP-EVENT
                          MOVE SPACES TO WS-LAST-STEP-ACTION
                      END-IF
                  ELSE
                      IF LOG-EVENT NOT = "RESTART"
                          MOVE LOG-STEP TO WS-LAST-STEP
                          MOVE LOG-EVENT TO WS-LAST-STEP-EVENT
                          MOVE LOG-ACTION TO WS-LAST-STEP-ACTION
                          MOVE "RUNNING" TO WS-LAST-STREAM-EVENT
                      END-IF
                  END-IF.
              SET-START-POINT.
                  MOVE WS-TODAY TO WS-STREAM-DATE.
                  MOVE 1 TO WS-START-STEP.
                  IF WS-LAST-STREAM-EVENT NOT = "COMPLETE"
                      SET RESTART-RUN TO TRUE
                      MOVE WS-LAST-STREAM-DATE TO WS-STREAM-DATE
                      IF WS-LAST-STEP-EVENT = "STARTED"
                              OR WS-LAST-STEP-ACTION = "STOP"
                              OR WS-LAST-STEP-ACTION = "PAGE"
                              OR WS-LAST-STEP = 0
                          MOVE WS-LAST-STEP TO WS-START-STEP
                      ELSE
                          COMPUTE WS-START-STEP = WS-LAST-STEP + 1
                      END-IF
                  END-IF.
                  ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
                  UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                      INTO WS-CMD-WORD WS-CMD-STEP.
                  EVALUATE WS-CMD-WORD
                      WHEN "FRESH"
                      WHEN "fresh"
                          IF RESTART-RUN
                              DISPLAY "STREAM OF " WS-STREAM-DATE
                                  " DID NOT COMPLETE - STARTING A "
                                  "FRESH STREAM AS REQUESTED"
                          END-IF
                          MOVE "N" TO WS-RESTART-FLAG
                          MOVE WS-TODAY TO WS-STREAM-DATE
                          MOVE 1 TO WS-START-STEP
                      WHEN "FROM"
                      WHEN "from"
                          IF WS-CMD-STEP NOT = SPACES
                              IF WS-LAST-STREAM-EVENT = "COMPLETE"
                                  MOVE WS-TODAY TO WS-STREAM-DATE
                              ELSE
                                  SET RESTART-RUN TO TRUE
                              END-IF
                              MOVE FUNCTION NUMVAL(WS-CMD-STEP)
                                  TO WS-START-STEP
                          END-IF
                  END-EVALUATE.
                  IF WS-START-STEP = 0
                      MOVE 1 TO WS-START-STEP
                  END-IF.
                  IF RESTART-RUN
                      DISPLAY "RESTARTING STREAM OF " WS-STREAM-DATE
                          " AT STEP " WS-START-STEP
                  END-IF.
              RUN-JOB-STREAM.
                  MOVE WS-STREAM-DATE TO WS-STREAM-DATE-FIELDS.
                  PERFORM SET-LAST-DAY-OF-MONTH.
                  MOVE SPACES TO STEP-LOG-RECORD.
                  INITIALIZE STEP-LOG-RECORD.
                  MOVE ZERO TO LOG-STEP.
                  MOVE "NIGHTRUN" TO LOG-NAME.
                  IF RESTART-RUN
                      MOVE WS-START-STEP TO LOG-STEP
                      MOVE "RESTART" TO LOG-EVENT
                  ELSE
                      MOVE "BEGIN" TO LOG-EVENT
                  END-IF.
                  PERFORM WRITE-LOG-RECORD.
                  SET STREAM-RUNNING TO TRUE.
                  PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                          UNTIL WS-STEP-IDX > WS-STEP-COUNT
                              OR STREAM-STOPPED
                      IF STT-NUMBER(WS-STEP-IDX) NOT < WS-START-STEP
                          PERFORM RUN-ONE-STEP
                      END-IF
                  END-PERFORM.
                  MOVE SPACES TO STEP-LOG-RECORD.
                  INITIALIZE STEP-LOG-RECORD.
                  MOVE ZERO TO LOG-STEP.
                  MOVE "NIGHTRUN" TO LOG-NAME.
                  IF STREAM-STOPPED
                      MOVE "STOPPED" TO LOG-EVENT
                  ELSE
                      MOVE "COMPLETE" TO LOG-EVENT
                  END-IF.
                  PERFORM WRITE-LOG-RECORD.
              SET-LAST-DAY-OF-MONTH.
                  MOVE STR-DAY TO WS-LAST-DAY-OF-MONTH.
                  MOVE WS-STREAM-DATE TO WS-NEXT-DATE.
                  PERFORM UNTIL WS-NEXT-DATE(5:2) NOT = STR-MONTH
                      MOVE WS-NEXT-DATE(7:2) TO WS-LAST-DAY-OF-MONTH
                      COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1)
                  END-PERFORM.
              RUN-ONE-STEP.
                  MOVE SPACES TO STEP-LOG-RECORD.
                  INITIALIZE STEP-LOG-RECORD.
                  MOVE STT-NUMBER(WS-STEP-IDX) TO LOG-STEP.
                  MOVE STT-NAME(WS-STEP-IDX) TO LOG-NAME.
                  IF STT-CYCLE-DAY(WS-STEP-IDX) NOT = 0
                          AND STT-CYCLE-DAY(WS-STEP-IDX) NOT = STR-DAY
                          AND NOT (STR-DAY = WS-LAST-DAY-OF-MONTH
                              AND STT-CYCLE-DAY(WS-STEP-IDX)
                                  > WS-LAST-DAY-OF-MONTH)
                      MOVE "NOT DUE" TO LOG-EVENT
                      MOVE "CONTINUE" TO LOG-ACTION
                      DISPLAY "STEP " LOG-STEP " " LOG-NAME
                          " NOT DUE - CYCLE DAY "
                          STT-CYCLE-DAY(WS-STEP-IDX)
                      PERFORM WRITE-LOG-RECORD
                  ELSE
                      PERFORM CHECK-STEP-INPUT
                      IF WS-NEED-STATUS NOT = "00"
                          MOVE "BYPASS" TO LOG-EVENT
                          MOVE "CONTINUE" TO LOG-ACTION
                          DISPLAY "STEP " LOG-STEP " " LOG-NAME
                              " BYPASSED - NO " WS-NEED-NAME
                          PERFORM WRITE-LOG-RECORD
                      ELSE
                          PERFORM EXECUTE-STEP
                      END-IF
                  END-IF.
              CHECK-STEP-INPUT.
                  MOVE "00" TO WS-NEED-STATUS.
                  MOVE STT-NEED-FILE(WS-STEP-IDX) TO WS-NEED-NAME.
                  IF WS-NEED-NAME NOT = SPACES
                      MOVE "N" TO WS-NEED-EMPTY-FLAG
                      OPEN INPUT NEED-FILE
                      IF WS-NEED-STATUS = "00"
                          READ NEED-FILE
                              AT END
                                  SET NEED-FILE-EMPTY TO TRUE
                          END-READ
                          CLOSE NEED-FILE
                          IF NEED-FILE-EMPTY
                              MOVE "10" TO WS-NEED-STATUS
                          END-IF
                      END-IF
                  END-IF.
              EXECUTE-STEP.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-HHMMSS TO WS-START-HHMMSS.
                  MOVE WS-START-HHMMSS TO LOG-START.
                  MOVE "STARTED" TO LOG-EVENT.
                  PERFORM WRITE-LOG-RECORD.
                  DISPLAY "STEP " LOG-STEP " " LOG-NAME " STARTED".
                  IF STEP-COPIES-CHARGEN(WS-STEP-IDX)
                      PERFORM COPY-CHARGEN-OUTPUT
                  ELSE
                      PERFORM RUN-STEP-PROGRAM
                  END-IF.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-HHMMSS TO WS-END-HHMMSS.
                  PERFORM COMPUTE-STEP-ELAPSED.
                  PERFORM DECIDE-STEP-ACTION.
                  MOVE SPACES TO STEP-LOG-RECORD.
                  INITIALIZE STEP-LOG-RECORD.
                  MOVE STT-NUMBER(WS-STEP-IDX) TO LOG-STEP.
                  MOVE STT-NAME(WS-STEP-IDX) TO LOG-NAME.
                  MOVE "ENDED" TO LOG-EVENT.
                  MOVE WS-STEP-RC TO LOG-RC.
                  MOVE WS-STEP-ACTION TO LOG-ACTION.
                  MOVE WS-START-HHMMSS TO LOG-START.
                  MOVE WS-END-HHMMSS TO LOG-END.
                  MOVE WS-ELAPSED TO LOG-ELAPSED.
                  PERFORM WRITE-LOG-RECORD.
                  DISPLAY "STEP " LOG-STEP " " LOG-NAME " ENDED RC "
                      WS-STEP-RC " - " WS-STEP-ACTION.
                  IF WS-STEP-ACTION = "PAGE"
                      PERFORM SEND-OPERATOR-PAGE
                  END-IF.
                  IF WS-STEP-ACTION NOT = "CONTINUE"
                      SET STREAM-STOPPED TO TRUE
                      MOVE STT-NUMBER(WS-STEP-IDX) TO WS-STOPPED-STEP
                  END-IF.
              RUN-STEP-PROGRAM.
                  CALL "SYSTEM" USING STT-COMMAND(WS-STEP-IDX).
                  MOVE RETURN-CODE TO WS-SYS-STATUS.
                  MOVE ZERO TO RETURN-CODE.
                  IF WS-SYS-STATUS < 0
                      MOVE 9999 TO WS-STEP-RC
                  ELSE
                      IF WS-SYS-STATUS > 255
                          DIVIDE WS-SYS-STATUS BY 256
                              GIVING WS-SYS-STATUS
                      END-IF
                      MOVE WS-SYS-STATUS TO WS-STEP-RC
                  END-IF.
              DECIDE-STEP-ACTION.
                  IF WS-STEP-RC > WS-HIGH-RC
                      MOVE WS-STEP-RC TO WS-HIGH-RC
                  END-IF.
                  IF WS-STEP-RC NOT > STT-CONT-MAX(WS-STEP-IDX)
                      MOVE "CONTINUE" TO WS-STEP-ACTION
                  ELSE
                      IF WS-STEP-RC NOT < STT-PAGE-MIN(WS-STEP-IDX)
                          MOVE "PAGE" TO WS-STEP-ACTION
                      ELSE
                          MOVE "STOP" TO WS-STEP-ACTION
                      END-IF
                  END-IF.
              COMPUTE-STEP-ELAPSED.
                  MOVE WS-START-HHMMSS TO WS-HHMMSS-FIELDS.
                  PERFORM CONVERT-TIME-TO-SECONDS.
                  MOVE WS-TIME-SECONDS TO WS-START-SECONDS.
                  MOVE WS-END-HHMMSS TO WS-HHMMSS-FIELDS.
                  PERFORM CONVERT-TIME-TO-SECONDS.
                  MOVE WS-TIME-SECONDS TO WS-END-SECONDS.
                  IF WS-END-SECONDS < WS-START-SECONDS
                      ADD 86400 TO WS-END-SECONDS
                  END-IF.
                  COMPUTE WS-ELAPSED
                      = WS-END-SECONDS - WS-START-SECONDS.
              CONVERT-TIME-TO-SECONDS.
                  COMPUTE WS-TIME-SECONDS = TM-HOUR * 3600
                      + TM-MINUTE * 60 + TM-SECOND.
              COPY-CHARGEN-OUTPUT.
                  MOVE ZERO TO WS-STEP-RC.
                  MOVE ZERO TO WS-COPY-COUNT.
                  MOVE "N" TO WS-GEN-EOF-FLAG.
                  MOVE SPACES TO WS-HDR-REC.
                  OPEN INPUT CHARGEN-OUT-FILE.
                  IF WS-GEN-STATUS = "00"
                      READ CHARGEN-OUT-FILE
                          AT END
                              SET END-OF-CHARGEN-OUT TO TRUE
                          NOT AT END
                              MOVE CHARGEN-OUT-RECORD(1:15)
                                  TO WS-HDR-REC
                      END-READ
                  END-IF.
                  IF WS-GEN-STATUS NOT = "00"
                          OR HD-TYPE NOT = "H"
                          OR HD-DATE NOT NUMERIC
                          OR HD-DATE-NUM < WS-STREAM-DATE
                      DISPLAY "NO CHARGEN OUTPUT FOR " WS-STREAM-DATE
                          " - CHARGEN.OUT NOT COPIED"
                      IF WS-GEN-STATUS = "00"
                          CLOSE CHARGEN-OUT-FILE
                      END-IF
                      PERFORM REMOVE-PREVIOUS-TRANSIN
                      IF TRANSIN-NOT-POSTED
                          MOVE 8 TO WS-STEP-RC
                      ELSE
                          MOVE 4 TO WS-STEP-RC
                      END-IF
                  ELSE
                      PERFORM REMOVE-PREVIOUS-TRANSIN
                      IF TRANSIN-NOT-POSTED
                          DISPLAY "CHARGEN.OUT NOT COPIED"
                          MOVE 8 TO WS-STEP-RC
                      ELSE
                          PERFORM COPY-CHARGEN-RECORDS
                      END-IF
                      CLOSE CHARGEN-OUT-FILE
                  END-IF.
              COPY-CHARGEN-RECORDS.
                  OPEN OUTPUT TRANS-IN-FILE.
                  IF WS-IN-STATUS NOT = "00"
                      DISPLAY "TRANSIN COULD NOT BE OPENED - "
                          "STATUS " WS-IN-STATUS
                      MOVE 8 TO WS-STEP-RC
                  ELSE
                      PERFORM UNTIL END-OF-CHARGEN-OUT
                          WRITE TRANS-IN-RECORD
                              FROM CHARGEN-OUT-RECORD
                          ADD 1 TO WS-COPY-COUNT
                          READ CHARGEN-OUT-FILE
                              AT END
                                  SET END-OF-CHARGEN-OUT TO TRUE
                          END-READ
                      END-PERFORM
                      CLOSE TRANS-IN-FILE
                      DISPLAY WS-COPY-COUNT " RECORDS COPIED FROM "
                          "CHARGEN.OUT TO TRANSIN"
                  END-IF.
              REMOVE-PREVIOUS-TRANSIN.
                  MOVE "N" TO WS-TRANSIN-FLAG.
                  MOVE SPACES TO WS-HDR-REC.
                  OPEN INPUT TRANS-IN-FILE.
                  IF WS-IN-STATUS = "00"
                      READ TRANS-IN-FILE
                          AT END
                              CONTINUE
                          NOT AT END
                              MOVE TRANS-IN-RECORD(1:15) TO WS-HDR-REC
                      END-READ
                      CLOSE TRANS-IN-FILE
                      IF HD-TYPE = "H"
                              AND HD-DATE NUMERIC
                              AND HD-DATE-NUM < WS-STREAM-DATE
                          PERFORM CHECK-TRANSIN-POSTED
                          IF BATCH-ALREADY-POSTED
                              OPEN OUTPUT TRANS-IN-FILE
                              CLOSE TRANS-IN-FILE
                              DISPLAY "TRANSIN BATCH " HD-BATCH-NO
                                  " FROM " HD-DATE
                                  " ALREADY POSTED - CLEARED"
                          ELSE
                              SET TRANSIN-NOT-POSTED TO TRUE
                              DISPLAY "TRANSIN BATCH " HD-BATCH-NO
                                  " FROM " HD-DATE
                                  " NOT POSTED - STREAM STOPPED"
                          END-IF
                      END-IF
                  END-IF.
              CHECK-TRANSIN-POSTED.
                  MOVE "N" TO WS-POSTED-FLAG.
                  MOVE "N" TO WS-HIS-EOF-FLAG.
                  OPEN INPUT HISTORY-FILE.
                  IF WS-HIS-STATUS NOT = "00"
                      SET END-OF-HISTORY-SCAN TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-HISTORY-SCAN
                      READ HISTORY-FILE
                          AT END
                              SET END-OF-HISTORY-SCAN TO TRUE
                          NOT AT END
                              IF HIS-BATCH-NUMBER = HD-BATCH-NO
                                  SET BATCH-ALREADY-POSTED TO TRUE
                                  SET END-OF-HISTORY-SCAN TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM.
                  IF WS-HIS-STATUS = "00" OR WS-HIS-STATUS = "10"
                      CLOSE HISTORY-FILE
                  END-IF.
                  IF NOT BATCH-ALREADY-POSTED
                      PERFORM CHECK-ARCHIVED-TRANSIN
                  END-IF.
              CHECK-ARCHIVED-TRANSIN.
                  MOVE HD-DATE(1:4) TO HSN-YEAR.
                  MOVE WS-HIS-ARCHIVE-PARTS TO WS-HIS-ARCHIVE-NAME.
                  MOVE "N" TO WS-HIS-EOF-FLAG.
                  OPEN INPUT HISTORY-ARCHIVE.
                  IF WS-HSA-STATUS NOT = "00"
                      SET END-OF-HISTORY-SCAN TO TRUE
                  END-IF.
                  PERFORM UNTIL END-OF-HISTORY-SCAN
                      READ HISTORY-ARCHIVE
                          AT END
                              SET END-OF-HISTORY-SCAN TO TRUE
                          NOT AT END
                              IF HSA-BATCH-NUMBER = HD-BATCH-NO
                                  SET BATCH-ALREADY-POSTED TO TRUE
                                  SET END-OF-HISTORY-SCAN TO TRUE
                              END-IF
                      END-READ
                  END-PERFORM.
                  IF WS-HSA-STATUS = "00" OR WS-HSA-STATUS = "10"
                      CLOSE HISTORY-ARCHIVE
                  END-IF.
              SEND-OPERATOR-PAGE.
                  SET OPERATOR-PAGED TO TRUE.
                  MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
                  MOVE CD-DATE TO PG-DATE.
                  MOVE CD-HHMMSS TO PG-TIME.
                  MOVE STT-NUMBER(WS-STEP-IDX) TO PG-STEP.
                  MOVE STT-NAME(WS-STEP-IDX) TO PG-NAME.
                  MOVE WS-STEP-RC TO PG-RC.
                  OPEN EXTEND PAGE-FILE.
                  IF WS-PAGE-STATUS = "35"
                      OPEN OUTPUT PAGE-FILE
                  END-IF.
                  WRITE PAGE-LINE FROM WS-PAGE-DETAIL.
                  CLOSE PAGE-FILE.
                  DISPLAY "*** PAGE ON-CALL OPERATOR - STEP " PG-STEP
                      " " PG-NAME " RC " WS-STEP-RC " ***".
              WRITE-LOG-RECORD.
                  MOVE WS-STREAM-DATE TO LOG-STREAM-DATE.
                  MOVE WS-OPERATOR-ID TO LOG-OPERATOR.
                  OPEN EXTEND STEP-LOG-FILE.
                  IF WS-LOG-STATUS = "35"
                      OPEN OUTPUT STEP-LOG-FILE
                  END-IF.
                  WRITE STEP-LOG-RECORD.
                  CLOSE STEP-LOG-FILE.
              WRITE-NIGHT-SUMMARY.
                  PERFORM COLLECT-STREAM-RESULTS.
                  OPEN OUTPUT REPORT-FILE.
                  MOVE WS-STREAM-DATE TO HDR-STREAM-DATE.
                  MOVE SPACES TO HDR-RESTART.
                  IF RESTART-RUN
                      STRING "RESTARTED AT STEP " WS-START-STEP
                          DELIMITED BY SIZE INTO HDR-RESTART
                  ELSE
                      IF WS-START-STEP > 1
                          STRING "STARTED AT STEP " WS-START-STEP
                              DELIMITED BY SIZE INTO HDR-RESTART
                      END-IF
                  END-IF.
                  WRITE REPORT-LINE FROM WS-HEADER-1.
                  WRITE REPORT-LINE FROM WS-HEADER-2.
                  MOVE ZERO TO WS-TOTAL-ELAPSED.
                  MOVE ZERO TO WS-HIGH-RC.
                  PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                          UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      PERFORM WRITE-STEP-SUMMARY-LINE
                  END-PERFORM.
                  MOVE SPACES TO REPORT-LINE.
                  WRITE REPORT-LINE.
                  MOVE WS-TOTAL-ELAPSED TO WS-ELAPSED.
                  PERFORM FORMAT-ELAPSED.
                  MOVE WS-ELAPSED-DISPLAY TO TOT-ELAPSED.
                  MOVE WS-HIGH-RC TO TOT-HIGH-RC.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
                  MOVE SPACES TO TOT-RESULT.
                  IF STREAM-STOPPED
                      STRING "STOPPED AT STEP " WS-STOPPED-STEP
                          " - RERUN NIGHTRUN TO RESTART THERE"
                          DELIMITED BY SIZE INTO TOT-RESULT
                  ELSE
                      MOVE "COMPLETE" TO TOT-RESULT
                  END-IF.
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.
                  CLOSE REPORT-FILE.
                  DISPLAY "JOB STREAM " TOT-RESULT.
                  DISPLAY "SEE NIGHTRUN.RPT".
              COLLECT-STREAM-RESULTS.
                  PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                          UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      MOVE "NOT RUN" TO SMY-STATUS(WS-STEP-IDX)
                  END-PERFORM.
                  MOVE "N" TO WS-LOG-EOF-FLAG.
                  MOVE "N" TO WS-CURRENT-STREAM-FLAG.
                  OPEN INPUT STEP-LOG-FILE.
                  IF WS-LOG-STATUS = "00"
                      PERFORM UNTIL END-OF-STEP-LOG
                          READ STEP-LOG-FILE
                              AT END
                                  SET END-OF-STEP-LOG TO TRUE
                              NOT AT END
                                  PERFORM APPLY-LOG-RECORD
                          END-READ
                      END-PERFORM
                      CLOSE STEP-LOG-FILE
                  END-IF.
              APPLY-LOG-RECORD.
                  IF LOG-STEP = 0 AND LOG-EVENT = "BEGIN"
                      IF LOG-STREAM-DATE = WS-STREAM-DATE
                          SET IN-CURRENT-STREAM TO TRUE
                          PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                                  UNTIL WS-STEP-IDX > WS-STEP-COUNT
                              INITIALIZE SMY-RC(WS-STEP-IDX)
                                  SMY-ACTION(WS-STEP-IDX)
                                  SMY-START(WS-STEP-IDX)
                                  SMY-END(WS-STEP-IDX)
                                  SMY-ELAPSED(WS-STEP-IDX)
                              MOVE "NOT RUN" TO SMY-STATUS(WS-STEP-IDX)
                          END-PERFORM
                      ELSE
                          MOVE "N" TO WS-CURRENT-STREAM-FLAG
                      END-IF
                  END-IF.
                  IF IN-CURRENT-STREAM
                          AND LOG-STREAM-DATE = WS-STREAM-DATE
                          AND LOG-STEP > 0
                          AND LOG-EVENT NOT = "RESTART"
                      PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                              UNTIL WS-STEP-IDX > WS-STEP-COUNT
                          IF STT-NUMBER(WS-STEP-IDX) = LOG-STEP
                              MOVE LOG-EVENT TO SMY-STATUS(WS-STEP-IDX)
                              MOVE LOG-RC TO SMY-RC(WS-STEP-IDX)
                              MOVE LOG-ACTION TO SMY-ACTION(WS-STEP-IDX)
                              MOVE LOG-START TO SMY-START(WS-STEP-IDX)
                              MOVE LOG-END TO SMY-END(WS-STEP-IDX)
                              MOVE LOG-ELAPSED
                                  TO SMY-ELAPSED(WS-STEP-IDX)
                          END-IF
                      END-PERFORM
                  END-IF.
              WRITE-STEP-SUMMARY-LINE.
                  MOVE STT-NUMBER(WS-STEP-IDX) TO DTL-STEP.
                  MOVE STT-NAME(WS-STEP-IDX) TO DTL-NAME.
                  MOVE SMY-STATUS(WS-STEP-IDX) TO DTL-STATUS.
                  MOVE SMY-RC(WS-STEP-IDX) TO DTL-RC.
                  MOVE SMY-ACTION(WS-STEP-IDX) TO DTL-ACTION.
                  MOVE SPACES TO DTL-START.
                  MOVE SPACES TO DTL-END.
                  MOVE SPACES TO DTL-ELAPSED.
                  IF SMY-STATUS(WS-STEP-IDX) NOT = "ENDED"
                      MOVE SPACES TO DTL-RC-X
                  END-IF.
                  IF SMY-STATUS(WS-STEP-IDX) = "ENDED"
                          OR SMY-STATUS(WS-STEP-IDX) = "STARTED"
                      MOVE SMY-START(WS-STEP-IDX) TO WS-HHMMSS-FIELDS
                      PERFORM FORMAT-TIME-OF-DAY
                      MOVE WS-TIME-DISPLAY TO DTL-START
                  END-IF.
                  IF SMY-STATUS(WS-STEP-IDX) = "ENDED"
                      MOVE SMY-END(WS-STEP-IDX) TO WS-HHMMSS-FIELDS
                      PERFORM FORMAT-TIME-OF-DAY
                      MOVE WS-TIME-DISPLAY TO DTL-END
                      MOVE SMY-ELAPSED(WS-STEP-IDX) TO WS-ELAPSED
                      PERFORM FORMAT-ELAPSED
                      MOVE WS-ELAPSED-DISPLAY TO DTL-ELAPSED
                      ADD SMY-ELAPSED(WS-STEP-IDX) TO WS-TOTAL-ELAPSED
                      IF SMY-RC(WS-STEP-IDX) > WS-HIGH-RC
                          MOVE SMY-RC(WS-STEP-IDX) TO WS-HIGH-RC
                      END-IF
                  END-IF.
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE.
              FORMAT-TIME-OF-DAY.
                  MOVE TM-HOUR TO TMD-HOUR.
                  MOVE TM-MINUTE TO TMD-MINUTE.
                  MOVE TM-SECOND TO TMD-SECOND.
              FORMAT-ELAPSED.
                  DIVIDE WS-ELAPSED BY 3600 GIVING ELD-HOURS
                      REMAINDER WS-TIME-SECONDS.
                  DIVIDE WS-TIME-SECONDS BY 60 GIVING ELD-MINUTES
                      REMAINDER ELD-SECONDS.
              SET-STREAM-RETURN-CODE.
                  IF OPERATOR-PAGED
                      MOVE 12 TO WS-RETURN-CODE
                  ELSE
                      IF STREAM-STOPPED
                          MOVE 8 TO WS-RETURN-CODE
                      ELSE
                          IF WS-HIGH-RC > 0
                              MOVE 4 TO WS-RETURN-CODE
                          END-IF
                      END-IF
                  END-IF.

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
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(100).
              FD  PARM-FILE.

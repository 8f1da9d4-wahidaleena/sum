              DATA DIVISION.
              FILE SECTION.
              FD  AUDIT-FILE.
              01  AUDIT-LINE PIC X(118).
              FD  REPORT-FILE.
              01  REPORT-LINE PIC X(98).
              WORKING-STORAGE SECTION.

           COPY AUDITREC.

       FD  AUDIT-ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(112).

       FD  AUDIT-KEEP-FILE.
       01  KEEP-RECORD             PIC X(112).

       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.

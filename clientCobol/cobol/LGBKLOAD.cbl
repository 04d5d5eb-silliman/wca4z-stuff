       FILE SECTION.
       FD  BRKRIN-FILE
           RECORDING MODE IS F.
       01 BRKRIN-REC             PIC X(120).

       FD  BROKER-FILE.
       COPY LGBRKREC.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

       01 WS-IN-REC              PIC X(120).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(07) VALUE ZEROES.

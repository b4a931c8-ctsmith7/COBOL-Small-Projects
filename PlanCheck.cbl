           05 PLN-STOP-SEVERE-SW   PIC X(01).

       FD  OPERATOR-AUTH-FILE.
           COPY OPAUTH.

       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-RECORD     PIC X(132).


       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC               PIC X(146).

       FD  ARCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ARCCTL               PIC X(40).

       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.


       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC               PIC X(146).

       FD  ARCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ARCCTL               PIC X(40).

       FD  DLTCTL
           LABEL RECORDS ARE STANDARD.
                 10 WS-DEL-ANO           PIC 9(04).
                 10 WS-DEL-EDAD          PIC 9(03).
                 10 WS-DEL-ESTADO        PIC X(01).
                 10 WS-DEL-MOTIVO        PIC X(01).

           77 WS-DEL-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-DEL-MAX                 PIC 9(04) COMP VALUE 1000.

           MOVE SPACES TO WS-LINEA-CSV.
           STRING 'DNI,Accion,Nombre,Apellido,Año Nacimiento,'
                  'Edad,Estado,Motivo Baja' DELIMITED BY SIZE
              INTO WS-LINEA-CSV.
           WRITE FD-REG-DLTOUT FROM WS-LINEA-CSV.

             TO WS-DEL-EDAD(WS-SUB-AUX).
           MOVE CL08-ESTADO OF FD-REG-JRNLOG
             TO WS-DEL-ESTADO(WS-SUB-AUX).
           MOVE CL08-MOTIVO-BAJA OF FD-REG-JRNLOG
             TO WS-DEL-MOTIVO(WS-SUB-AUX).

       1050-ACUMULAR-ENTRADA-EXIT.

                  WS-EDAD-ED                   DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WS-DEL-ESTADO(WS-SUB-AUX)    DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WS-DEL-MOTIVO(WS-SUB-AUX)    DELIMITED BY SIZE
              INTO WS-LINEA-CSV
              WITH POINTER WS-CSV-PTR.


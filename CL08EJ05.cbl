           77 WS-PURCTL-USADO-SW         PIC X(01) VALUE 'N'.
               88 WS-PURCTL-USADO                  VALUE 'S'.

      * PURCTL: la tarjeta trae la fecha de corte en 1:8; al terminar
      * se devuelve con los totales de la corrida para el balanceo.
           01 WS-REG-PURCTL.
              05 WS-PCT-FECHA-CORTE      PIC 9(08).
              05 WS-PCT-FECHA-CORRIDA    PIC 9(08).
              05 WS-PCT-HORA-CORRIDA     PIC 9(06).
              05 WS-PCT-LEIDOS           PIC 9(06).
              05 WS-PCT-INACTIVOS        PIC 9(06).
              05 WS-PCT-PURGADOS         PIC 9(06).
              05 FILLER                  PIC X(40).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
           PERFORM 3000-TOTALES
              THRU 3000-TOTALES-EXIT.

           PERFORM 5000-GRABAR-CONTROL
              THRU 5000-GRABAR-CONTROL-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.


           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Depuracion de usuarios inactivos - CL08EJ05".
           DISPLAY "Se purgan las bajas con fecha anterior a la "
                   "fecha de corte.".

           EXIT.
      *----------------------------------------------------------------*
      * Solo se devuelve la tarjeta cuando la corrida la tomo de
      * PURCTL: una purga con fecha tipeada por consola no deja una
      * tarjeta que las corridas manuales siguientes usarian sin
      * preguntar.
      *----------------------------------------------------------------*
       5000-GRABAR-CONTROL.

           IF NOT WS-PURCTL-USADO
               GO TO 5000-GRABAR-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT PURCTL.
           IF NOT WS-FS-PURCTL-OK
               DISPLAY "Aviso: no se pudo grabar PURCTL, status "
                       WS-FS-PURCTL
               GO TO 5000-GRABAR-CONTROL-EXIT
           END-IF.

           MOVE SPACES            TO WS-REG-PURCTL.
           MOVE WS-FECHA-CORTE    TO WS-PCT-FECHA-CORTE.
           MOVE WS-FECHA-NUM      TO WS-PCT-FECHA-CORRIDA.
           MOVE WS-HORA-HHMMSS    TO WS-PCT-HORA-CORRIDA.
           MOVE WS-CANT-LEIDOS    TO WS-PCT-LEIDOS.
           MOVE WS-CANT-INACTIVOS TO WS-PCT-INACTIVOS.
           MOVE WS-CANT-PURGADOS  TO WS-PCT-PURGADOS.

           WRITE FD-REG-PURCTL FROM WS-REG-PURCTL.

           CLOSE PURCTL.

       5000-GRABAR-CONTROL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE MAEUSU.

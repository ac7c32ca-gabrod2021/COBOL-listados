
       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC               PIC X(146).

       FD  JRNTMP
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNTMP               PIC X(146).

       FD  STATHIS
           LABEL RECORDS ARE STANDARD.

       FD  ARCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ARCCTL               PIC X(40).

       FD  ARCRPT
           LABEL RECORDS ARE STANDARD
              05 WS-ARC-LEIDOS           PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-ARCHIVADOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-CONSERVADOS      PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-REGRABADOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-QUITADOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-RECORTADO-SW     PIC X(01) VALUE 'N'.
                 88 WS-ARC-RECORTADO              VALUE 'S'.
              05 WS-ARC-FECHA-MIN        PIC 9(08) VALUE 99999999.
              05 WS-ARC-FECHA-MAX        PIC 9(08) VALUE ZERO.
              05 WS-ARC-FECHA-AUX        PIC 9(08) VALUE ZERO.
              05 WS-TOT-LEIDOS           PIC 9(06) COMP VALUE ZERO.
              05 WS-TOT-ARCHIVADOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-TOT-CONSERVADOS      PIC 9(06) COMP VALUE ZERO.
              05 WS-TOT-QUITADOS         PIC 9(06) COMP VALUE ZERO.

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-CTL-FECHA-CORTE      PIC 9(08).
              05 WS-CTL-FECHA-CORRIDA    PIC 9(08).
              05 WS-CTL-HORA-CORRIDA     PIC 9(06).
              05 WS-CTL-LEIDOS           PIC 9(06).
              05 WS-CTL-ARCHIVADOS       PIC 9(06).
              05 WS-CTL-QUITADOS         PIC 9(06).

           01 WS-LINEA-RPT                PIC X(133).

           CLOSE AUDTMP.
           CLOSE AUDLOG.

           SET WS-ARC-RECORTADO TO TRUE.
           PERFORM 8000-GRABAR-LINEA-ARCHIVO
              THRU 8000-GRABAR-LINEA-ARCHIVO-EXIT.


           IF NOT WS-FS-AUDTMP-EOF
               WRITE FD-REG-AUDLOG FROM FD-REG-AUDTMP
               ADD 1 TO WS-ARC-REGRABADOS
           END-IF.

       1200-VOLCAR-AUDLOG-EXIT.
           CLOSE TRNTMP.
           CLOSE TRANLOG.

           SET WS-ARC-RECORTADO TO TRUE.
           PERFORM 8000-GRABAR-LINEA-ARCHIVO
              THRU 8000-GRABAR-LINEA-ARCHIVO-EXIT.


           IF NOT WS-FS-TRNTMP-EOF
               WRITE FD-REG-TRANLOG FROM FD-REG-TRNTMP
               ADD 1 TO WS-ARC-REGRABADOS
           END-IF.

       2200-VOLCAR-TRANLOG-EXIT.
           CLOSE JRNTMP.
           CLOSE JRNLOG.

           SET WS-ARC-RECORTADO TO TRUE.
           PERFORM 8000-GRABAR-LINEA-ARCHIVO
              THRU 8000-GRABAR-LINEA-ARCHIVO-EXIT.


           IF NOT WS-FS-JRNTMP-EOF
               WRITE FD-REG-JRNLOG FROM FD-REG-JRNTMP
               ADD 1 TO WS-ARC-REGRABADOS
           END-IF.

       3200-VOLCAR-JRNLOG-EXIT.
           CLOSE STATMP.
           CLOSE STATHIS.

           SET WS-ARC-RECORTADO TO TRUE.
           PERFORM 8000-GRABAR-LINEA-ARCHIVO
              THRU 8000-GRABAR-LINEA-ARCHIVO-EXIT.


           IF NOT WS-FS-STATMP-EOF
               WRITE FD-REG-STATHIS FROM FD-REG-STATMP
               ADD 1 TO WS-ARC-REGRABADOS
           END-IF.

       4200-VOLCAR-STATHIS-EXIT.
           MOVE WS-TOT-CONSERVADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ARCRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'TOTAL QUITADOS DE LAS BITACORAS ......: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-TOT-QUITADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ARCRPT FROM WS-FILA-TOTAL.

           IF WS-TOT-LEIDOS =
              WS-TOT-ARCHIVADOS + WS-TOT-CONSERVADOS
               MOVE SPACES TO WS-LINEA-RPT
               WRITE FD-REG-ARCRPT FROM WS-LINEA-RPT
           END-IF.

           IF WS-TOT-ARCHIVADOS NOT = WS-TOT-QUITADOS
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   ATENCION: ARCHIVADOS DISTINTO DE QUITADOS, '
                      'HAY BITACORAS SIN RECORTAR' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               WRITE FD-REG-ARCRPT FROM WS-LINEA-RPT
           END-IF.

       5000-TOTALES-EXIT.

           EXIT.
           MOVE WS-FECHA-CORTE TO WS-CTL-FECHA-CORTE.
           MOVE WS-FECHA-NUM   TO WS-CTL-FECHA-CORRIDA.
           MOVE WS-HORA-HHMMSS TO WS-CTL-HORA-CORRIDA.
           MOVE WS-TOT-LEIDOS     TO WS-CTL-LEIDOS.
           MOVE WS-TOT-ARCHIVADOS TO WS-CTL-ARCHIVADOS.
           MOVE WS-TOT-QUITADOS   TO WS-CTL-QUITADOS.

           WRITE FD-REG-ARCCTL FROM WS-REG-ARCCTL.

           ADD WS-ARC-ARCHIVADOS  TO WS-TOT-ARCHIVADOS.
           ADD WS-ARC-CONSERVADOS TO WS-TOT-CONSERVADOS.

      * Si la bitacora no se llego a regrabar no se le quito nada,
      * aunque el historico ya haya recibido los registros.
           IF WS-ARC-RECORTADO
               COMPUTE WS-ARC-QUITADOS = WS-ARC-LEIDOS
                                       - WS-ARC-REGRABADOS
               ADD WS-ARC-QUITADOS TO WS-TOT-QUITADOS
           END-IF.

       8000-GRABAR-LINEA-ARCHIVO-EXIT.

           EXIT.
           MOVE ZERO     TO WS-ARC-LEIDOS
                            WS-ARC-ARCHIVADOS
                            WS-ARC-CONSERVADOS
                            WS-ARC-REGRABADOS
                            WS-ARC-QUITADOS
                            WS-ARC-FECHA-MAX.
           MOVE 'N'      TO WS-ARC-RECORTADO-SW.
           MOVE 99999999 TO WS-ARC-FECHA-MIN.

       8500-INICIAR-CONTADORES-EXIT.

      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ25.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAEUSU ASSIGN TO "MAEUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08-DNI OF FD-REG-MAEUSU
               FILE STATUS IS WS-FS-MAEUSU.

           SELECT JRNLOG ASSIGN TO "JRNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNLOG.

           SELECT JRNARC ASSIGN TO "JRNARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNARC.

           SELECT RUNSTA ASSIGN TO "RUNSTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNSTA.

           SELECT PURCTL ASSIGN TO "PURCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PURCTL.

           SELECT ARCCTL ASSIGN TO "ARCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARCCTL.

           SELECT DLTCTF ASSIGN TO "DLTCTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DLTCTF.

           SELECT MILCTL ASSIGN TO "MILCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MILCTL.

           SELECT STATHIS ASSIGN TO "STATHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-STATHIS.

           SELECT BALHIS ASSIGN TO "BALHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BALHIS.

           SELECT BALRPT ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BALRPT.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  JRNLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNLOG.
           03  CL08J-CABECERA.
           COPY CL08JDET.
           03  CL08J-IMAGEN.
           COPY CL08UDET.

       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC               PIC X(146).

       FD  RUNSTA
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-RUNSTA               PIC X(43).

       FD  PURCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-PURCTL               PIC X(80).

       FD  ARCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ARCCTL               PIC X(40).

       FD  DLTCTF
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-DLTCTF               PIC X(40).

       FD  MILCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MILCTL               PIC X(48).

       FD  STATHIS
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-STATHIS.
           COPY CL08SDET.

       FD  BALHIS
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-BALHIS               PIC X(36).

       FD  BALRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-BALRPT               PIC X(133).

       WORKING-STORAGE SECTION.
      * Registros de control de cada paso, con el mismo formato con
      * que los graba el programa duenio.
           01 WS-REG-RUNSTA.
              05 WS-STA-SEQ              PIC 9(02).
              05 WS-STA-PROGRAMA         PIC X(08).
              05 WS-STA-ESTADO           PIC X(01).
                 88 WS-STA-OK                     VALUE 'F'.
                 88 WS-STA-ERROR                  VALUE 'X'.
              05 WS-STA-FECHA-INI        PIC 9(08).
              05 WS-STA-HORA-INI         PIC 9(06).
              05 WS-STA-FECHA-FIN        PIC 9(08).
              05 WS-STA-HORA-FIN         PIC 9(06).
              05 WS-STA-RC               PIC 9(04).

      * Ultimo estado de cada paso de la noche: EJ15 agrega una fila
      * por intento, asi que un paso reanudado figura con el error y
      * despues con el fin correcto.
           01 WS-PASOS-TABLA.
              05 WS-PASO-ITEM OCCURS 20 TIMES.
                 10 WS-PASO-SEQ          PIC 9(02).
                 10 WS-PASO-PROGRAMA     PIC X(08).
                 10 WS-PASO-ESTADO       PIC X(01).
                    88 WS-PASO-OK                 VALUE 'F'.
                    88 WS-PASO-ERROR              VALUE 'X'.
           77 WS-PASO-CANT               PIC 9(02) COMP VALUE ZERO.
           77 WS-PASO-MAX                PIC 9(02) COMP VALUE 20.
           77 WS-SUB-PASO                PIC 9(02) COMP.
           77 WS-PASO-HALLADO-SW         PIC X(01) VALUE 'N'.
               88 WS-PASO-HALLADO                  VALUE 'S'.

           01 WS-REG-PURCTL.
              05 WS-PCT-FECHA-CORTE      PIC 9(08).
              05 WS-PCT-FECHA-CORRIDA    PIC 9(08).
              05 WS-PCT-HORA-CORRIDA     PIC 9(06).
              05 WS-PCT-LEIDOS           PIC 9(06).
              05 WS-PCT-INACTIVOS        PIC 9(06).
              05 WS-PCT-PURGADOS         PIC 9(06).
              05 FILLER                  PIC X(40).

           01 WS-REG-ARCCTL.
              05 WS-ARC-FECHA-CORTE      PIC 9(08).
              05 WS-ARC-FECHA-CORRIDA    PIC 9(08).
              05 WS-ARC-HORA-CORRIDA     PIC 9(06).
              05 WS-ARC-LEIDOS           PIC 9(06).
              05 WS-ARC-ARCHIVADOS       PIC 9(06).
              05 WS-ARC-QUITADOS         PIC 9(06).

           01 WS-REG-DLTCTF.
              05 WS-CTF-FECHA            PIC 9(08).
              05 WS-CTF-HORA             PIC 9(06).
              05 WS-CTF-TOTAL            PIC 9(05).
              05 WS-CTF-ALTAS            PIC 9(05).
              05 WS-CTF-CAMBIOS          PIC 9(05).
              05 WS-CTF-BAJAS            PIC 9(05).
              05 WS-CTF-REACTIVAS        PIC 9(05).
              05 WS-CTF-COMPLETO         PIC X(01).

           01 WS-REG-MILCTL.
              05 WS-MCT-ANO              PIC 9(04).
              05 WS-MCT-FECHA            PIC 9(08).
              05 WS-MCT-HORA             PIC 9(06).
              05 WS-MCT-ACTIVOS          PIC 9(06).
              05 WS-MCT-HITOS            PIC 9(06).
              05 WS-MCT-CON-CONTACTO     PIC 9(06).
              05 WS-MCT-SIN-CONTACTO     PIC 9(06).
              05 WS-MCT-SIN-CANAL        PIC 9(06).

      * BALHIS: una linea por corrida con la foto del maestro al
      * cierre; la ultima linea es la base de la corrida siguiente.
           01 WS-REG-BALHIS.
              05 WS-BHI-FECHA            PIC 9(08).
              05 WS-BHI-HORA             PIC 9(06).
              05 WS-BHI-ACTIVOS          PIC 9(06).
              05 WS-BHI-INACTIVOS        PIC 9(06).
              05 WS-BHI-TOTAL            PIC 9(06).
              05 WS-BHI-RESULTADO        PIC X(01).
              05 WS-BHI-FALLAS           PIC 9(02).
              05 FILLER                  PIC X(01).

           01 WS-BASE.
              05 WS-BASE-FECHA           PIC 9(08) VALUE ZERO.
              05 WS-BASE-HORA            PIC 9(06) VALUE ZERO.
              05 WS-BASE-ACTIVOS         PIC 9(06) VALUE ZERO.
              05 WS-BASE-TOTAL           PIC 9(06) VALUE ZERO.

      * Controles leidos: se marca si existen y si los grabo una
      * corrida posterior a la base (es decir, de esta noche).
           01 WS-CONTROLES.
              05 WS-RUNSTA-SW            PIC X(01) VALUE 'N'.
                 88 WS-HAY-RUNSTA                 VALUE 'S'.
              05 WS-PURCTL-SW            PIC X(01) VALUE 'N'.
                 88 WS-PURCTL-EN-PERIODO          VALUE 'S'.
              05 WS-ARCCTL-SW            PIC X(01) VALUE 'N'.
                 88 WS-ARCCTL-EN-PERIODO          VALUE 'S'.
              05 WS-DLTCTF-SW            PIC X(01) VALUE 'N'.
                 88 WS-DLTCTF-EN-PERIODO          VALUE 'S'.
              05 WS-MILCTL-SW            PIC X(01) VALUE 'N'.
                 88 WS-MILCTL-EN-PERIODO          VALUE 'S'.
              05 WS-CORRIO-EJ05-SW       PIC X(01) VALUE 'N'.
                 88 WS-CORRIO-EJ05                VALUE 'S'.
              05 WS-CORRIO-EJ10-SW       PIC X(01) VALUE 'N'.
                 88 WS-CORRIO-EJ10                VALUE 'S'.
              05 WS-CORRIO-EJ11-SW       PIC X(01) VALUE 'N'.
                 88 WS-CORRIO-EJ11                VALUE 'S'.
              05 WS-CORRIO-EJ16-SW       PIC X(01) VALUE 'N'.
                 88 WS-CORRIO-EJ16                VALUE 'S'.

           01 WS-CONTADORES.
              05 WS-CANT-PASOS           PIC 9(04) COMP VALUE ZERO.
              05 WS-CANT-PASOS-OK        PIC 9(04) COMP VALUE ZERO.
              05 WS-CANT-PASOS-ERROR     PIC 9(04) COMP VALUE ZERO.
              05 WS-CANT-JRN-LEIDOS      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-JRN-PERIODO     PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ALTAS           PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-CAMBIOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-BAJAS           PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-REACTIVAS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ACTIVOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-INACTIVOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-TOTAL           PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-PURGADOS        PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-STA-FILAS       PIC 9(04) COMP VALUE ZERO.
              05 WS-CANT-STA-ACEPTADAS   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ECU-OK          PIC 9(02) COMP VALUE ZERO.
              05 WS-CANT-ECU-FALLA       PIC 9(02) COMP VALUE ZERO.
              05 WS-CANT-ECU-NO-APLICA   PIC 9(02) COMP VALUE ZERO.

      * Ecuacion en curso: lado izquierdo (lo que dicen los controles)
      * y lado derecho (lo que se cuenta o debe cumplirse).
           77 WS-ECU-NUMERO              PIC 9(02) VALUE ZERO.
           77 WS-ECU-IZQUIERDO           PIC S9(07) COMP VALUE ZERO.
           77 WS-ECU-DERECHO             PIC S9(07) COMP VALUE ZERO.
           77 WS-ECU-ESTADO-SW           PIC X(01) VALUE SPACE.
               88 WS-ECU-BALANCEA                  VALUE 'B'.
               88 WS-ECU-NO-BALANCEA               VALUE 'F'.
               88 WS-ECU-NO-APLICA                 VALUE 'N'.
           77 WS-ECU-NOTA                PIC X(50) VALUE SPACES.

           77 WS-EN-PERIODO-SW           PIC X(01) VALUE 'N'.
               88 WS-EN-PERIODO                    VALUE 'S'.
           77 WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
           77 WS-CTL-HORA                PIC 9(06) VALUE ZERO.
           77 WS-USAR-JRNARC-SW          PIC X(01) VALUE 'N'.
               88 WS-USAR-JRNARC                   VALUE 'S'.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-JRNLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNLOG-OK              VALUE '00'.
                 88 WS-FS-JRNLOG-EOF             VALUE '10'.
              05 WS-FS-JRNARC           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNARC-OK              VALUE '00'.
                 88 WS-FS-JRNARC-EOF             VALUE '10'.
              05 WS-FS-RUNSTA           PIC X(02) VALUE '00'.
                 88 WS-FS-RUNSTA-OK              VALUE '00'.
                 88 WS-FS-RUNSTA-EOF             VALUE '10'.
              05 WS-FS-PURCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-PURCTL-OK              VALUE '00'.
              05 WS-FS-ARCCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-ARCCTL-OK              VALUE '00'.
              05 WS-FS-DLTCTF           PIC X(02) VALUE '00'.
                 88 WS-FS-DLTCTF-OK              VALUE '00'.
              05 WS-FS-MILCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-MILCTL-OK              VALUE '00'.
              05 WS-FS-STATHIS          PIC X(02) VALUE '00'.
                 88 WS-FS-STATHIS-OK             VALUE '00'.
                 88 WS-FS-STATHIS-EOF            VALUE '10'.
              05 WS-FS-BALHIS           PIC X(02) VALUE '00'.
                 88 WS-FS-BALHIS-OK              VALUE '00'.
                 88 WS-FS-BALHIS-EOF             VALUE '10'.
              05 WS-FS-BALRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-BALRPT-OK              VALUE '00'.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(30) VALUE
                       'BALANCEO DE LA CADENA NOCTURNA'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(66) VALUE SPACES.

           01 WS-ENCAB-PERIODO.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 FILLER                PIC X(17) VALUE
                       'PERIODO DESDE EL '.
              05 WS-PER-DESDE-FECHA    PIC 9999/99/99.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-PER-DESDE-HORA     PIC 99.99.99.
              05 FILLER                PIC X(07) VALUE ' HASTA '.
              05 WS-PER-HASTA-FECHA    PIC 9999/99/99.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-PER-HASTA-HORA     PIC 99.99.99.
              05 FILLER                PIC X(68) VALUE SPACES.

           01 WS-FILA-ECUACION.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FECU-NUMERO        PIC 99.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FECU-TITULO        PIC X(60).
              05 FILLER                PIC X(66) VALUE SPACES.

           01 WS-FILA-VALOR.
              05 FILLER                PIC X(07) VALUE SPACES.
              05 WS-FVAL-ETIQUETA      PIC X(40).
              05 WS-FVAL-VALOR         PIC -------9.
              05 FILLER                PIC X(78) VALUE SPACES.

           01 WS-FILA-RESULTADO.
              05 FILLER                PIC X(07) VALUE SPACES.
              05 FILLER                PIC X(40) VALUE
                       'RESULTADO ............................: '.
              05 WS-FRES-TEXTO         PIC X(12).
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-FRES-NOTA          PIC X(50).
              05 FILLER                PIC X(23) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1000-LEER-CONTROLES
              THRU 1000-LEER-CONTROLES-EXIT.

           PERFORM 2000-CONTAR-MOVIMIENTOS
              THRU 2000-CONTAR-MOVIMIENTOS-EXIT.

           PERFORM 2500-CONTAR-MAESTRO
              THRU 2500-CONTAR-MAESTRO-EXIT.

           PERFORM 3000-EVALUAR-ECUACIONES
              THRU 3000-EVALUAR-ECUACIONES-EXIT.

           PERFORM 4000-RESUMEN
              THRU 4000-RESUMEN-EXIT.

           PERFORM 5000-GRABAR-BASE
              THRU 5000-GRABAR-BASE-EXIT.

           CLOSE BALRPT.

           DISPLAY "Balanceo de la cadena nocturna finalizado.".
           DISPLAY "  Ecuaciones que balancean ...: " WS-CANT-ECU-OK.
           DISPLAY "  Ecuaciones que no balancean : "
                   WS-CANT-ECU-FALLA.
           DISPLAY "  Ecuaciones que no aplican ..: "
                   WS-CANT-ECU-NO-APLICA.

      * Fuera de balance se devuelve 4 para que la cadena marque la
      * noche; la foto ya quedo grabada, asi que la reanudacion del
      * paso cierra el ciclo una vez revisado el reporte.
           IF WS-CANT-ECU-FALLA > ZERO
               DISPLAY "ATENCION: la noche quedo fuera de balance, "
                       "ver BALRPT."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Balanceo de la cadena nocturna - CL08EJ25".

           OPEN OUTPUT BALRPT.
           IF NOT WS-FS-BALRPT-OK
               DISPLAY "No se pudo abrir BALRPT, status " WS-FS-BALRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LEER-BASE
              THRU 0100-LEER-BASE-EXIT.

           IF WS-BASE-FECHA = ZERO
               DISPLAY "Sin corrida previa en BALHIS: esta corrida "
                       "deja la base para la proxima."
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

           MOVE WS-BASE-FECHA  TO WS-PER-DESDE-FECHA.
           MOVE WS-BASE-HORA   TO WS-PER-DESDE-HORA.
           MOVE WS-FECHA-NUM   TO WS-PER-HASTA-FECHA.
           MOVE WS-HORA-HHMMSS TO WS-PER-HASTA-HORA.
           MOVE WS-ENCAB-PERIODO TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-LEER-BASE.

           OPEN INPUT BALHIS.
           IF NOT WS-FS-BALHIS-OK
               GO TO 0100-LEER-BASE-EXIT
           END-IF.

           PERFORM 0110-LEER-BALHIS
              THRU 0110-LEER-BALHIS-EXIT WITH TEST BEFORE
             UNTIL WS-FS-BALHIS-EOF.

           CLOSE BALHIS.

       0100-LEER-BASE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0110-LEER-BALHIS.

           READ BALHIS NEXT RECORD
               AT END
                   GO TO 0110-LEER-BALHIS-EXIT
           END-READ.

           IF NOT WS-FS-BALHIS-OK
               SET WS-FS-BALHIS-EOF TO TRUE
               GO TO 0110-LEER-BALHIS-EXIT
           END-IF.

           MOVE FD-REG-BALHIS  TO WS-REG-BALHIS.
           MOVE WS-BHI-FECHA   TO WS-BASE-FECHA.
           MOVE WS-BHI-HORA    TO WS-BASE-HORA.
           MOVE WS-BHI-ACTIVOS TO WS-BASE-ACTIVOS.
           MOVE WS-BHI-TOTAL   TO WS-BASE-TOTAL.

       0110-LEER-BALHIS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Cada control se toma como de esta noche solo si su fecha y
      * hora de corrida son posteriores a la base; uno mas viejo es
      * de una noche ya balanceada.
      *----------------------------------------------------------------*
       1000-LEER-CONTROLES.

           PERFORM 1100-LEER-RUNSTA
              THRU 1100-LEER-RUNSTA-EXIT.

           OPEN INPUT PURCTL.
           IF WS-FS-PURCTL-OK
               READ PURCTL NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PURCTL-OK
                  AND FD-REG-PURCTL(9:14) IS NUMERIC
                   MOVE FD-REG-PURCTL        TO WS-REG-PURCTL
                   MOVE WS-PCT-FECHA-CORRIDA TO WS-CTL-FECHA
                   MOVE WS-PCT-HORA-CORRIDA  TO WS-CTL-HORA
                   PERFORM 8100-CONTROLAR-PERIODO
                      THRU 8100-CONTROLAR-PERIODO-EXIT
                   MOVE WS-EN-PERIODO-SW TO WS-PURCTL-SW
               END-IF
               CLOSE PURCTL
           END-IF.

           OPEN INPUT ARCCTL.
           IF WS-FS-ARCCTL-OK
               READ ARCCTL NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ARCCTL-OK
                   MOVE FD-REG-ARCCTL        TO WS-REG-ARCCTL
                   MOVE WS-ARC-FECHA-CORRIDA TO WS-CTL-FECHA
                   MOVE WS-ARC-HORA-CORRIDA  TO WS-CTL-HORA
                   PERFORM 8100-CONTROLAR-PERIODO
                      THRU 8100-CONTROLAR-PERIODO-EXIT
                   MOVE WS-EN-PERIODO-SW TO WS-ARCCTL-SW
               END-IF
               CLOSE ARCCTL
           END-IF.

           OPEN INPUT DLTCTF.
           IF WS-FS-DLTCTF-OK
               READ DLTCTF NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-DLTCTF-OK
                   MOVE FD-REG-DLTCTF TO WS-REG-DLTCTF
                   MOVE WS-CTF-FECHA  TO WS-CTL-FECHA
                   MOVE WS-CTF-HORA   TO WS-CTL-HORA
                   PERFORM 8100-CONTROLAR-PERIODO
                      THRU 8100-CONTROLAR-PERIODO-EXIT
                   MOVE WS-EN-PERIODO-SW TO WS-DLTCTF-SW
               END-IF
               CLOSE DLTCTF
           END-IF.

           OPEN INPUT MILCTL.
           IF WS-FS-MILCTL-OK
               READ MILCTL NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-MILCTL-OK
                   MOVE FD-REG-MILCTL TO WS-REG-MILCTL
                   MOVE WS-MCT-FECHA  TO WS-CTL-FECHA
                   MOVE WS-MCT-HORA   TO WS-CTL-HORA
                   PERFORM 8100-CONTROLAR-PERIODO
                      THRU 8100-CONTROLAR-PERIODO-EXIT
                   MOVE WS-EN-PERIODO-SW TO WS-MILCTL-SW
               END-IF
               CLOSE MILCTL
           END-IF.

           PERFORM 1600-LEER-STATHIS
              THRU 1600-LEER-STATHIS-EXIT.

       1000-LEER-CONTROLES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-RUNSTA.

           OPEN INPUT RUNSTA.
           IF NOT WS-FS-RUNSTA-OK
               GO TO 1100-LEER-RUNSTA-EXIT
           END-IF.

           SET WS-HAY-RUNSTA TO TRUE.

           PERFORM 1110-LEER-PASO
              THRU 1110-LEER-PASO-EXIT WITH TEST BEFORE
             UNTIL WS-FS-RUNSTA-EOF.

           CLOSE RUNSTA.

           MOVE 1 TO WS-SUB-PASO.
           PERFORM 1130-EVALUAR-PASO
              THRU 1130-EVALUAR-PASO-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-PASO > WS-PASO-CANT.

       1100-LEER-RUNSTA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-PASO.

           READ RUNSTA NEXT RECORD
               AT END
                   GO TO 1110-LEER-PASO-EXIT
           END-READ.

           IF NOT WS-FS-RUNSTA-OK
               SET WS-FS-RUNSTA-EOF TO TRUE
               GO TO 1110-LEER-PASO-EXIT
           END-IF.

           MOVE FD-REG-RUNSTA TO WS-REG-RUNSTA.

      * El propio balanceo puede figurar si se reanuda el paso.
           IF WS-STA-PROGRAMA = 'CL08EJ25'
               GO TO 1110-LEER-PASO-EXIT
           END-IF.

      * RUNSTA solo se reinicia cuando la cadena anterior termino
      * bien; las filas que terminaron antes de la base son de una
      * noche ya balanceada.
           MOVE WS-STA-FECHA-FIN TO WS-CTL-FECHA.
           MOVE WS-STA-HORA-FIN  TO WS-CTL-HORA.
           PERFORM 8100-CONTROLAR-PERIODO
              THRU 8100-CONTROLAR-PERIODO-EXIT.

           IF NOT WS-EN-PERIODO
               GO TO 1110-LEER-PASO-EXIT
           END-IF.

           MOVE 'N' TO WS-PASO-HALLADO-SW.
           MOVE 1   TO WS-SUB-PASO.
           PERFORM 1120-BUSCAR-PASO
              THRU 1120-BUSCAR-PASO-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-PASO > WS-PASO-CANT
                OR WS-PASO-HALLADO.

           IF NOT WS-PASO-HALLADO
               IF WS-PASO-CANT >= WS-PASO-MAX
                   GO TO 1110-LEER-PASO-EXIT
               END-IF
               ADD 1 TO WS-PASO-CANT
               MOVE WS-PASO-CANT    TO WS-SUB-PASO
               MOVE WS-STA-SEQ      TO WS-PASO-SEQ(WS-SUB-PASO)
               MOVE WS-STA-PROGRAMA TO WS-PASO-PROGRAMA(WS-SUB-PASO)
           END-IF.

           MOVE WS-STA-ESTADO TO WS-PASO-ESTADO(WS-SUB-PASO).

       1110-LEER-PASO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1120-BUSCAR-PASO.

           IF WS-STA-SEQ = WS-PASO-SEQ(WS-SUB-PASO)
              AND WS-STA-PROGRAMA = WS-PASO-PROGRAMA(WS-SUB-PASO)
               SET WS-PASO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-PASO
           END-IF.

       1120-BUSCAR-PASO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1130-EVALUAR-PASO.

           ADD 1 TO WS-CANT-PASOS.

           IF WS-PASO-ERROR(WS-SUB-PASO)
               ADD 1 TO WS-CANT-PASOS-ERROR
               GO TO 1130-EVALUAR-PASO-FIN
           END-IF.

           IF NOT WS-PASO-OK(WS-SUB-PASO)
               GO TO 1130-EVALUAR-PASO-FIN
           END-IF.

           ADD 1 TO WS-CANT-PASOS-OK.

           EVALUATE WS-PASO-PROGRAMA(WS-SUB-PASO)
               WHEN 'CL08EJ05'
                   SET WS-CORRIO-EJ05 TO TRUE
               WHEN 'CL08EJ10'
                   SET WS-CORRIO-EJ10 TO TRUE
               WHEN 'CL08EJ11'
                   SET WS-CORRIO-EJ11 TO TRUE
               WHEN 'CL08EJ16'
                   SET WS-CORRIO-EJ16 TO TRUE
           END-EVALUATE.

       1130-EVALUAR-PASO-FIN.

           ADD 1 TO WS-SUB-PASO.

       1130-EVALUAR-PASO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * De STATHIS interesan las cargas batch (modo 4) del periodo:
      * cada fila aceptada graba un movimiento en el journal.
      *----------------------------------------------------------------*
       1600-LEER-STATHIS.

           OPEN INPUT STATHIS.
           IF NOT WS-FS-STATHIS-OK
               GO TO 1600-LEER-STATHIS-EXIT
           END-IF.

           PERFORM 1610-LEER-ESTADISTICA
              THRU 1610-LEER-ESTADISTICA-EXIT WITH TEST BEFORE
             UNTIL WS-FS-STATHIS-EOF.

           CLOSE STATHIS.

       1600-LEER-STATHIS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-ESTADISTICA.

           READ STATHIS NEXT RECORD
               AT END
                   GO TO 1610-LEER-ESTADISTICA-EXIT
           END-READ.

           IF NOT WS-FS-STATHIS-OK
               SET WS-FS-STATHIS-EOF TO TRUE
               GO TO 1610-LEER-ESTADISTICA-EXIT
           END-IF.

           IF CL08S-MODO OF FD-REG-STATHIS NOT = 4
               GO TO 1610-LEER-ESTADISTICA-EXIT
           END-IF.

           MOVE CL08S-FECHA OF FD-REG-STATHIS TO WS-CTL-FECHA.
           MOVE CL08S-HORA OF FD-REG-STATHIS  TO WS-CTL-HORA.
           PERFORM 8100-CONTROLAR-PERIODO
              THRU 8100-CONTROLAR-PERIODO-EXIT.

           IF WS-EN-PERIODO
               ADD 1 TO WS-CANT-STA-FILAS
               ADD CL08S-TOTAL-USU OF FD-REG-STATHIS
                TO WS-CANT-STA-ACEPTADAS
           END-IF.

       1610-LEER-ESTADISTICA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Movimientos del periodo segun el journal. Si el archivado de
      * esta noche corto despues de la base, parte del periodo ya
      * esta en JRNARC y se lee tambien, igual que en CL08EJ11.
      *----------------------------------------------------------------*
       2000-CONTAR-MOVIMIENTOS.

           IF WS-BASE-FECHA = ZERO
               GO TO 2000-CONTAR-MOVIMIENTOS-EXIT
           END-IF.

           IF WS-ARC-FECHA-CORTE IS NUMERIC
              AND WS-ARC-FECHA-CORTE > WS-BASE-FECHA
               OPEN INPUT JRNARC
               IF WS-FS-JRNARC-OK
                   SET WS-USAR-JRNARC TO TRUE
               ELSE
                   DISPLAY "Aviso: no se pudo abrir JRNARC, status "
                           WS-FS-JRNARC ". Se cuenta solo JRNLOG."
               END-IF
           END-IF.

           IF WS-USAR-JRNARC
               PERFORM 2100-LEER-JRNARC
                  THRU 2100-LEER-JRNARC-EXIT WITH TEST BEFORE
                 UNTIL WS-FS-JRNARC-EOF
               CLOSE JRNARC
           END-IF.

           OPEN INPUT JRNLOG.
           IF NOT WS-FS-JRNLOG-OK
               DISPLAY "Aviso: no se pudo abrir JRNLOG, status "
                       WS-FS-JRNLOG ". Sin movimientos del journal."
               GO TO 2000-CONTAR-MOVIMIENTOS-EXIT
           END-IF.

           PERFORM 2200-LEER-JRNLOG
              THRU 2200-LEER-JRNLOG-EXIT WITH TEST BEFORE
             UNTIL WS-FS-JRNLOG-EOF.

           CLOSE JRNLOG.

       2000-CONTAR-MOVIMIENTOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-JRNARC.

           READ JRNARC NEXT RECORD
               AT END
                   GO TO 2100-LEER-JRNARC-EXIT
           END-READ.

           IF NOT WS-FS-JRNARC-OK
               SET WS-FS-JRNARC-EOF TO TRUE
               GO TO 2100-LEER-JRNARC-EXIT
           END-IF.

           MOVE FD-REG-JRNARC TO FD-REG-JRNLOG.
           PERFORM 2300-CLASIFICAR-MOVIMIENTO
              THRU 2300-CLASIFICAR-MOVIMIENTO-EXIT.

       2100-LEER-JRNARC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2200-LEER-JRNLOG.

           READ JRNLOG NEXT RECORD
               AT END
                   GO TO 2200-LEER-JRNLOG-EXIT
           END-READ.

           IF NOT WS-FS-JRNLOG-OK
               SET WS-FS-JRNLOG-EOF TO TRUE
               GO TO 2200-LEER-JRNLOG-EXIT
           END-IF.

           PERFORM 2300-CLASIFICAR-MOVIMIENTO
              THRU 2300-CLASIFICAR-MOVIMIENTO-EXIT.

       2200-LEER-JRNLOG-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2300-CLASIFICAR-MOVIMIENTO.

           ADD 1 TO WS-CANT-JRN-LEIDOS.

           MOVE CL08J-FECHA OF FD-REG-JRNLOG TO WS-CTL-FECHA.
           MOVE CL08J-HORA OF FD-REG-JRNLOG  TO WS-CTL-HORA.
           PERFORM 8100-CONTROLAR-PERIODO
              THRU 8100-CONTROLAR-PERIODO-EXIT.

           IF NOT WS-EN-PERIODO
               GO TO 2300-CLASIFICAR-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-JRN-PERIODO.

           EVALUATE TRUE
               WHEN CL08J-ACCION-ALTA OF FD-REG-JRNLOG
                   ADD 1 TO WS-CANT-ALTAS
               WHEN CL08J-ACCION-CAMBIO OF FD-REG-JRNLOG
                   ADD 1 TO WS-CANT-CAMBIOS
               WHEN CL08J-ACCION-BAJA OF FD-REG-JRNLOG
                   ADD 1 TO WS-CANT-BAJAS
               WHEN CL08J-ACCION-REACTIVA OF FD-REG-JRNLOG
                   ADD 1 TO WS-CANT-REACTIVAS
           END-EVALUATE.

       2300-CLASIFICAR-MOVIMIENTO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2500-CONTAR-MAESTRO.

           OPEN INPUT MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               CLOSE BALRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

           PERFORM 2510-LEER-MAESTRO
              THRU 2510-LEER-MAESTRO-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-MAESTRO.

           CLOSE MAEUSU.

       2500-CONTAR-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-MAESTRO.

           READ MAEUSU NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-MAEUSU-OK
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 2510-LEER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TOTAL.

           IF CL08-ACTIVO OF FD-REG-MAEUSU
               ADD 1 TO WS-CANT-ACTIVOS
           ELSE
               ADD 1 TO WS-CANT-INACTIVOS
           END-IF.

       2510-LEER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-EVALUAR-ECUACIONES.

           PERFORM 3100-ECUACION-ACTIVOS
              THRU 3100-ECUACION-ACTIVOS-EXIT.

           PERFORM 3200-ECUACION-PADRON
              THRU 3200-ECUACION-PADRON-EXIT.

           PERFORM 3300-ECUACION-ARCHIVADO
              THRU 3300-ECUACION-ARCHIVADO-EXIT.

           PERFORM 3400-ECUACION-NOVEDADES
              THRU 3400-ECUACION-NOVEDADES-EXIT.

           PERFORM 3500-ECUACION-HITOS
              THRU 3500-ECUACION-HITOS-EXIT.

           PERFORM 3600-ECUACION-CARGA
              THRU 3600-ECUACION-CARGA-EXIT.

           PERFORM 3700-ECUACION-CADENA
              THRU 3700-ECUACION-CADENA-EXIT.

       3000-EVALUAR-ECUACIONES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Las purgas borran solo inactivos, asi que no mueven la cuenta
      * de activos; entran en la ecuacion del padron completo.
      *----------------------------------------------------------------*
       3100-ECUACION-ACTIVOS.

           MOVE 1 TO WS-ECU-NUMERO.
           MOVE 'ACTIVOS: BASE + ALTAS + REACTIVACIONES - BAJAS'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF WS-BASE-FECHA = ZERO
               SET WS-ECU-NO-APLICA TO TRUE
               MOVE 'SIN BASE, PRIMERA CORRIDA DEL BALANCEO'
                 TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3100-ECUACION-ACTIVOS-EXIT
           END-IF.

           MOVE 'ACTIVOS AL CIERRE ANTERIOR ..........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-BASE-ACTIVOS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '+ ALTAS DEL JOURNAL .................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-ALTAS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '+ REACTIVACIONES DEL JOURNAL ........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-REACTIVAS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '- BAJAS DEL JOURNAL .................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-BAJAS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           COMPUTE WS-ECU-IZQUIERDO = WS-BASE-ACTIVOS
                                    + WS-CANT-ALTAS
                                    + WS-CANT-REACTIVAS
                                    - WS-CANT-BAJAS.
           MOVE WS-CANT-ACTIVOS TO WS-ECU-DERECHO.

           MOVE '= ACTIVOS ESPERADOS .................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'ACTIVOS CONTADOS EN MAEUSU ..........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-DERECHO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3100-ECUACION-ACTIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3200-ECUACION-PADRON.

           MOVE 2 TO WS-ECU-NUMERO.
           MOVE 'PADRON: BASE + ALTAS - PURGADOS (PURCTL)'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF WS-BASE-FECHA = ZERO
               SET WS-ECU-NO-APLICA TO TRUE
               MOVE 'SIN BASE, PRIMERA CORRIDA DEL BALANCEO'
                 TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3200-ECUACION-PADRON-EXIT
           END-IF.

      * Una purga que corrio sin devolver PURCTL no permite saber
      * cuantos registros borro.
           IF WS-CORRIO-EJ05 AND NOT WS-PURCTL-EN-PERIODO
               SET WS-ECU-NO-BALANCEA TO TRUE
               MOVE 'CL08EJ05 CORRIO Y PURCTL NO TRAE SUS TOTALES'
                 TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3200-ECUACION-PADRON-EXIT
           END-IF.

           MOVE ZERO TO WS-CANT-PURGADOS.
           IF WS-PURCTL-EN-PERIODO
               MOVE WS-PCT-PURGADOS TO WS-CANT-PURGADOS
           END-IF.

           MOVE 'REGISTROS AL CIERRE ANTERIOR ........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-BASE-TOTAL TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '+ ALTAS DEL JOURNAL .................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-ALTAS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '- PURGADOS SEGUN PURCTL .............: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-PURGADOS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           COMPUTE WS-ECU-IZQUIERDO = WS-BASE-TOTAL
                                    + WS-CANT-ALTAS
                                    - WS-CANT-PURGADOS.
           MOVE WS-CANT-TOTAL TO WS-ECU-DERECHO.

           MOVE '= REGISTROS ESPERADOS ...............: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'REGISTROS CONTADOS EN MAEUSU ........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-DERECHO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           IF NOT WS-PURCTL-EN-PERIODO
               MOVE 'SIN PURGA EN EL PERIODO' TO WS-ECU-NOTA
           END-IF.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3200-ECUACION-PADRON-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3300-ECUACION-ARCHIVADO.

           MOVE 3 TO WS-ECU-NUMERO.
           MOVE 'ARCHIVADO: ARCHIVADOS = QUITADOS DE LAS BITACORAS'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF NOT WS-ARCCTL-EN-PERIODO
               IF WS-CORRIO-EJ10
                   SET WS-ECU-NO-BALANCEA TO TRUE
                   MOVE 'CL08EJ10 CORRIO Y ARCCTL NO SE ACTUALIZO'
                     TO WS-ECU-NOTA
               ELSE
                   SET WS-ECU-NO-APLICA TO TRUE
                   MOVE 'SIN ARCHIVADO EN EL PERIODO' TO WS-ECU-NOTA
               END-IF
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3300-ECUACION-ARCHIVADO-EXIT
           END-IF.

           MOVE 'REGISTROS LEIDOS DE LAS BITACORAS ...: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ARC-LEIDOS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE WS-ARC-ARCHIVADOS TO WS-ECU-IZQUIERDO.
           MOVE WS-ARC-QUITADOS   TO WS-ECU-DERECHO.

           MOVE 'GRABADOS EN LOS HISTORICOS ..........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'QUITADOS DE LAS BITACORAS VIVAS .....: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-DERECHO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3300-ECUACION-ARCHIVADO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3400-ECUACION-NOVEDADES.

           MOVE 4 TO WS-ECU-NUMERO.
           MOVE 'NOVEDADES (DLTCTF): TOTAL = SUMA POR ACCION'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF NOT WS-DLTCTF-EN-PERIODO
               IF WS-CORRIO-EJ11
                   SET WS-ECU-NO-BALANCEA TO TRUE
                   MOVE 'CL08EJ11 CORRIO Y DLTCTF NO SE ACTUALIZO'
                     TO WS-ECU-NOTA
               ELSE
                   SET WS-ECU-NO-APLICA TO TRUE
                   MOVE 'SIN EXTRACCION DE NOVEDADES EN EL PERIODO'
                     TO WS-ECU-NOTA
               END-IF
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3400-ECUACION-NOVEDADES-EXIT
           END-IF.

           MOVE WS-CTF-TOTAL TO WS-ECU-IZQUIERDO.
           COMPUTE WS-ECU-DERECHO = WS-CTF-ALTAS
                                  + WS-CTF-CAMBIOS
                                  + WS-CTF-BAJAS
                                  + WS-CTF-REACTIVAS.

           MOVE 'DNI EMITIDOS EN DLTOUT ..............: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'SUMA POR ACCION .....................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-DERECHO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

      * Una extraccion parcial no avanza la marca de CL08EJ11: las
      * novedades faltantes salen en la proxima, pero esta noche el
      * destino no recibio todo.
           IF WS-CTF-COMPLETO NOT = 'C'
              AND WS-ECU-IZQUIERDO = WS-ECU-DERECHO
               SET WS-ECU-NO-BALANCEA TO TRUE
               MOVE 'EXTRACCION PARCIAL, TABLA DE NOVEDADES LLENA'
                 TO WS-ECU-NOTA
           END-IF.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3400-ECUACION-NOVEDADES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3500-ECUACION-HITOS.

           MOVE 5 TO WS-ECU-NUMERO.
           MOVE 'HITOS (MILCTL): SELECCIONADOS = EXTRAIDOS + EXCEPC.'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF NOT WS-MILCTL-EN-PERIODO
               IF WS-CORRIO-EJ16
                   SET WS-ECU-NO-BALANCEA TO TRUE
                   MOVE 'CL08EJ16 CORRIO Y MILCTL NO SE ACTUALIZO'
                     TO WS-ECU-NOTA
               ELSE
                   SET WS-ECU-NO-APLICA TO TRUE
                   MOVE 'SIN EXTRACTO DE HITOS EN EL PERIODO'
                     TO WS-ECU-NOTA
               END-IF
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3500-ECUACION-HITOS-EXIT
           END-IF.

           MOVE WS-MCT-HITOS TO WS-ECU-IZQUIERDO.
           COMPUTE WS-ECU-DERECHO = WS-MCT-CON-CONTACTO
                                  + WS-MCT-SIN-CONTACTO
                                  + WS-MCT-SIN-CANAL.

           MOVE 'CUMPLEN 18 O 65 ENTRE LOS ACTIVOS ...: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '  EXTRAIDOS A MILEXT ................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-MCT-CON-CONTACTO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '  SIN DATOS DE CONTACTO .............: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-MCT-SIN-CONTACTO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE '  SIN CANAL UTILIZABLE ..............: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-MCT-SIN-CANAL TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3500-ECUACION-HITOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Cada fila aceptada por la carga batch graba un movimiento en
      * el journal; el journal puede tener mas por el mantenimiento
      * en linea y los procesos nocturnos, nunca menos.
      *----------------------------------------------------------------*
       3600-ECUACION-CARGA.

           MOVE 6 TO WS-ECU-NUMERO.
           MOVE 'CARGA BATCH (STATHIS): ACEPTADAS <= MOVIMIENTOS'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF WS-BASE-FECHA = ZERO
               SET WS-ECU-NO-APLICA TO TRUE
               MOVE 'SIN BASE, PRIMERA CORRIDA DEL BALANCEO'
                 TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3600-ECUACION-CARGA-EXIT
           END-IF.

           IF WS-CANT-STA-FILAS = ZERO
               SET WS-ECU-NO-APLICA TO TRUE
               MOVE 'SIN CARGA BATCH EN EL PERIODO' TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3600-ECUACION-CARGA-EXIT
           END-IF.

           MOVE WS-CANT-STA-ACEPTADAS TO WS-ECU-IZQUIERDO.
           COMPUTE WS-ECU-DERECHO = WS-CANT-ALTAS
                                  + WS-CANT-CAMBIOS
                                  + WS-CANT-BAJAS.

           MOVE 'CORRIDAS DE CARGA EN STATHIS ........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-STA-FILAS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'FILAS ACEPTADAS SEGUN STATHIS .......: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-IZQUIERDO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'ALTAS+CAMBIOS+BAJAS DEL JOURNAL .....: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-ECU-DERECHO TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

      * La comparacion es por desigualdad: se da por balanceada si el
      * journal cubre todas las filas aceptadas.
           IF WS-ECU-DERECHO > WS-ECU-IZQUIERDO
               MOVE WS-ECU-IZQUIERDO TO WS-ECU-DERECHO
           END-IF.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3600-ECUACION-CARGA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3700-ECUACION-CADENA.

           MOVE 7 TO WS-ECU-NUMERO.
           MOVE 'CADENA (RUNSTA): PASOS PREVIOS SIN ERROR'
             TO WS-FECU-TITULO.
           PERFORM 3900-INICIAR-ECUACION
              THRU 3900-INICIAR-ECUACION-EXIT.

           IF NOT WS-HAY-RUNSTA
               SET WS-ECU-NO-APLICA TO TRUE
               MOVE 'SIN RUNSTA, CORRIDA FUERA DE LA CADENA'
                 TO WS-ECU-NOTA
               PERFORM 3950-CERRAR-ECUACION
                  THRU 3950-CERRAR-ECUACION-EXIT
               GO TO 3700-ECUACION-CADENA-EXIT
           END-IF.

           MOVE 'PASOS REGISTRADOS EN RUNSTA .........: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-PASOS TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'PASOS COMPLETADOS ...................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-PASOS-OK TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE 'PASOS CON ERROR .....................: '
             TO WS-FVAL-ETIQUETA.
           MOVE WS-CANT-PASOS-ERROR TO WS-FVAL-VALOR.
           PERFORM 7300-ESCRIBIR-VALOR
              THRU 7300-ESCRIBIR-VALOR-EXIT.

           MOVE WS-CANT-PASOS    TO WS-ECU-IZQUIERDO.
           MOVE WS-CANT-PASOS-OK TO WS-ECU-DERECHO.

           PERFORM 3950-CERRAR-ECUACION
              THRU 3950-CERRAR-ECUACION-EXIT.

       3700-ECUACION-CADENA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3900-INICIAR-ECUACION.

           MOVE ZERO   TO WS-ECU-IZQUIERDO
                          WS-ECU-DERECHO.
           MOVE SPACE  TO WS-ECU-ESTADO-SW.
           MOVE SPACES TO WS-ECU-NOTA.

           IF WS-CONT-LINEAS + 10 > WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE WS-ECU-NUMERO TO WS-FECU-NUMERO.
           MOVE WS-FILA-ECUACION TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       3900-INICIAR-ECUACION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Si la ecuacion no quedo resuelta antes (no aplica o falta el
      * control) se decide comparando ambos lados.
      *----------------------------------------------------------------*
       3950-CERRAR-ECUACION.

           IF WS-ECU-ESTADO-SW = SPACE
               IF WS-ECU-IZQUIERDO = WS-ECU-DERECHO
                   SET WS-ECU-BALANCEA TO TRUE
               ELSE
                   SET WS-ECU-NO-BALANCEA TO TRUE
                   MOVE 'DIFERENCIA ENTRE LOS CONTROLES' TO WS-ECU-NOTA
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ECU-BALANCEA
                   ADD 1 TO WS-CANT-ECU-OK
               WHEN WS-ECU-NO-BALANCEA
                   ADD 1 TO WS-CANT-ECU-FALLA
               WHEN OTHER
                   ADD 1 TO WS-CANT-ECU-NO-APLICA
           END-EVALUATE.

           PERFORM 3960-ESCRIBIR-RESULTADO
              THRU 3960-ESCRIBIR-RESULTADO-EXIT.

       3950-CERRAR-ECUACION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3960-ESCRIBIR-RESULTADO.

           EVALUATE TRUE
               WHEN WS-ECU-BALANCEA
                   MOVE 'BALANCEA    ' TO WS-FRES-TEXTO
               WHEN WS-ECU-NO-BALANCEA
                   MOVE 'NO BALANCEA ' TO WS-FRES-TEXTO
               WHEN OTHER
                   MOVE 'NO APLICA   ' TO WS-FRES-TEXTO
           END-EVALUATE.
           MOVE WS-ECU-NOTA TO WS-FRES-NOTA.

           MOVE WS-FILA-RESULTADO TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       3960-ESCRIBIR-RESULTADO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4000-RESUMEN.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'MOVIMIENTOS DEL JOURNAL EN EL PERIODO : '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-JRN-PERIODO TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'USUARIOS ACTIVOS EN MAEUSU ...........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ACTIVOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'USUARIOS INACTIVOS EN MAEUSU .........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-INACTIVOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ECUACIONES QUE BALANCEAN .............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ECU-OK TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ECUACIONES QUE NO BALANCEAN ..........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ECU-FALLA TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ECUACIONES QUE NO APLICAN ............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ECU-NO-APLICA TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           IF WS-CANT-ECU-FALLA = ZERO
               STRING '   RESULTADO DE LA NOCHE: BALANCEADA'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
           ELSE
               STRING '   RESULTADO DE LA NOCHE: FUERA DE BALANCE, '
                      'REVISAR LAS ECUACIONES MARCADAS'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
           END-IF.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       4000-RESUMEN-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * La foto se graba siempre, aun fuera de balance: la noche
      * siguiente se balancea contra el maestro tal como quedo.
      *----------------------------------------------------------------*
       5000-GRABAR-BASE.

           OPEN EXTEND BALHIS.
           IF NOT WS-FS-BALHIS-OK
               OPEN OUTPUT BALHIS
           END-IF.
           IF NOT WS-FS-BALHIS-OK
               DISPLAY "Aviso: no se pudo grabar BALHIS, status "
                       WS-FS-BALHIS ". La proxima corrida balancea "
                       "contra la base anterior."
               GO TO 5000-GRABAR-BASE-EXIT
           END-IF.

           MOVE SPACES            TO WS-REG-BALHIS.
           MOVE WS-FECHA-NUM      TO WS-BHI-FECHA.
           MOVE WS-HORA-HHMMSS    TO WS-BHI-HORA.
           MOVE WS-CANT-ACTIVOS   TO WS-BHI-ACTIVOS.
           MOVE WS-CANT-INACTIVOS TO WS-BHI-INACTIVOS.
           MOVE WS-CANT-TOTAL     TO WS-BHI-TOTAL.
           MOVE WS-CANT-ECU-FALLA TO WS-BHI-FALLAS.
           IF WS-CANT-ECU-FALLA = ZERO
               MOVE 'B' TO WS-BHI-RESULTADO
           ELSE
               MOVE 'F' TO WS-BHI-RESULTADO
           END-IF.

           WRITE FD-REG-BALHIS FROM WS-REG-BALHIS.

           CLOSE BALHIS.

       5000-GRABAR-BASE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-BALRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-BALRPT FROM WS-LINEA-RPT.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-LINEA-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-BALRPT FROM WS-LINEA-RPT.
           ADD 1 TO WS-CONT-LINEAS.
           MOVE SPACES TO WS-LINEA-RPT.

       7200-ESCRIBIR-LINEA-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7300-ESCRIBIR-VALOR.

           MOVE WS-FILA-VALOR TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       7300-ESCRIBIR-VALOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Un registro es del periodo si su fecha y hora son posteriores
      * a la foto de la corrida anterior.
      *----------------------------------------------------------------*
       8100-CONTROLAR-PERIODO.

           MOVE 'N' TO WS-EN-PERIODO-SW.

           IF WS-CTL-FECHA > WS-BASE-FECHA
              OR (WS-CTL-FECHA = WS-BASE-FECHA
                  AND WS-CTL-HORA > WS-BASE-HORA)
               SET WS-EN-PERIODO TO TRUE
           END-IF.

       8100-CONTROLAR-PERIODO-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ25.

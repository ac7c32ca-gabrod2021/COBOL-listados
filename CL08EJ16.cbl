               RECORD KEY IS CL08C-DNI OF FD-REG-CONUSU
               FILE STATUS IS WS-FS-CONUSU.

           SELECT TUTMAE ASSIGN TO "TUTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08R-DNI-MENOR OF FD-REG-TUTMAE
               FILE STATUS IS WS-FS-TUTMAE.

      * Segunda conexion al maestro para leer al tutor por clave sin
      * perder la posicion del recorrido secuencial de MAEUSU.
           SELECT MAETUT ASSIGN TO "MAEUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08-DNI OF FD-REG-MAETUT
               FILE STATUS IS WS-FS-MAETUT.

           SELECT MILRPT ASSIGN TO "MILRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MILRPT.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  TUTMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TUTMAE.
           COPY CL08RDET.

       FD  MAETUT
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAETUT.
           COPY CL08UDET.

       FD  MILRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.

       FD  MILCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MILCTL               PIC X(48).

       WORKING-STORAGE SECTION.
           01 WS-EXC-TABLA.
                 10 WS-EXC-APELLIDO      PIC X(20).
                 10 WS-EXC-NOMBRE        PIC X(20).
                 10 WS-EXC-HITO          PIC 9(02).
                 10 WS-EXC-TELEFONO      PIC X(15).
                 10 WS-EXC-EMAIL         PIC X(30).
                 10 WS-EXC-TUTOR         PIC 9(08).

           77 WS-EXC-CANT                PIC 9(03) COMP VALUE ZERO.
           77 WS-EXC-MAX                 PIC 9(03) COMP VALUE 200.
               88 WS-TABLA-LLENA                   VALUE 'S'.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.
           77 WS-TUTORES-SW              PIC X(01) VALUE 'N'.
               88 WS-TUTORES-DISPONIBLES           VALUE 'S'.
           77 WS-DNI-TUTOR               PIC 9(08) VALUE ZERO.

           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-HITO-65         PIC 9(05) COMP VALUE ZERO.
              05 WS-CANT-CON-CONTACTO    PIC 9(05) COMP VALUE ZERO.
              05 WS-CANT-SIN-CONTACTO    PIC 9(05) COMP VALUE ZERO.
              05 WS-CANT-SIN-CANAL       PIC 9(05) COMP VALUE ZERO.
              05 WS-CANT-EMAIL-REBOTADO  PIC 9(05) COMP VALUE ZERO.
              05 WS-CANT-VIA-TUTOR       PIC 9(05) COMP VALUE ZERO.

           77 WS-ANO-OBJETIVO            PIC 9(04) VALUE ZERO.
           77 WS-HITO                    PIC 9(02) VALUE ZERO.
           77 WS-EDAD-NUEVA              PIC S9(04) COMP VALUE ZERO.
           77 WS-EMAIL-EXTRACTO          PIC X(30) VALUE SPACES.

           01 WS-REG-MILCTL.
              05 WS-MCT-ANO              PIC 9(04).
              05 WS-MCT-FECHA            PIC 9(08).
              05 WS-MCT-HORA             PIC 9(06).
              05 WS-MCT-ACTIVOS          PIC 9(06).
              05 WS-MCT-HITOS            PIC 9(06).
              05 WS-MCT-CON-CONTACTO     PIC 9(06).
              05 WS-MCT-SIN-CONTACTO     PIC 9(06).
              05 WS-MCT-SIN-CANAL        PIC 9(06).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-TUTMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-TUTMAE-OK              VALUE '00'.
              05 WS-FS-MAETUT           PIC X(02) VALUE '00'.
                 88 WS-FS-MAETUT-OK              VALUE '00'.
              05 WS-FS-MILRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-MILRPT-OK              VALUE '00'.
              05 WS-FS-MILEXT           PIC X(02) VALUE '00'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(30) VALUE
                                'Email                         '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'Via tutor '.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-FILA-TELEFONO      PIC X(15).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-EMAIL         PIC X(30).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-TUTOR         PIC 99.999.999
                                       BLANK WHEN ZERO.
              05 FILLER                PIC X(09) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
           DISPLAY "  Cumplen 65 ........: " WS-CANT-HITO-65.
           DISPLAY "  Con contacto ......: " WS-CANT-CON-CONTACTO.
           DISPLAY "  Sin contacto ......: " WS-CANT-SIN-CONTACTO.
           DISPLAY "  Sin canal valido ..: " WS-CANT-SIN-CANAL.
           DISPLAY "  Email rebotado ....: " WS-CANT-EMAIL-REBOTADO.
           DISPLAY "  Via tutor .........: " WS-CANT-VIA-TUTOR.

           STOP RUN.
      *----------------------------------------------------------------*
               STOP RUN
           END-IF.

      * Sin archivo de tutores los menores se contactan por sus propios
      * datos, como antes de existir el vinculo.
           OPEN INPUT TUTMAE.
           IF WS-FS-TUTMAE-OK
               OPEN INPUT MAETUT
               IF WS-FS-MAETUT-OK
                   SET WS-TUTORES-DISPONIBLES TO TRUE
               ELSE
                   CLOSE TUTMAE
               END-IF
           END-IF.

           OPEN OUTPUT MILRPT.
           IF NOT WS-FS-MILRPT-OK
               DISPLAY "No se pudo abrir MILRPT, status " WS-FS-MILRPT
           END-IF.

           MOVE SPACES TO WS-LINEA-EXT.
           STRING 'DNI,Hito,Nombre,Apellido,Telefono,Email,DNI Tutor'
                  DELIMITED BY SIZE
              INTO WS-LINEA-EXT.
           WRITE FD-REG-MILEXT FROM WS-LINEA-EXT.
      *----------------------------------------------------------------*
       2000-PROCESAR-HITO.

      * Quien cumple 18 y sigue con un vinculo vigente se contacta a
      * traves del tutor; 2050 deja el contacto del tutor en CONUSU.
           MOVE ZERO TO WS-DNI-TUTOR.
           IF WS-HITO = 18 AND WS-TUTORES-DISPONIBLES
               PERFORM 2050-BUSCAR-TUTOR
                  THRU 2050-BUSCAR-TUTOR-EXIT
           END-IF.

           IF WS-DNI-TUTOR = ZERO
               MOVE CL08-DNI OF FD-REG-MAEUSU
                 TO CL08C-DNI OF FD-REG-CONUSU
               READ CONUSU
                   INVALID KEY
                       ADD 1 TO WS-CANT-SIN-CONTACTO
                       MOVE SPACES TO CL08C-TELEFONO OF FD-REG-CONUSU
                                      CL08C-EMAIL OF FD-REG-CONUSU
                       PERFORM 2200-GUARDAR-EXCEPCION
                          THRU 2200-GUARDAR-EXCEPCION-EXIT
                       GO TO 2000-PROCESAR-HITO-EXIT
               END-READ
           END-IF.

      * Los canales con devolucion informada no se envian: el email
      * rebotado sale vacio en el extracto, y si tampoco hay domicilio
      * utilizable el usuario pasa a la lista de contacto por otra via.
           MOVE CL08C-EMAIL OF FD-REG-CONUSU TO WS-EMAIL-EXTRACTO.
           IF CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
               MOVE SPACES TO WS-EMAIL-EXTRACTO
           END-IF.

           IF WS-EMAIL-EXTRACTO = SPACES
              AND (CL08C-POSTAL-DEVUELTO OF FD-REG-CONUSU
                   OR CL08C-DIRECCION OF FD-REG-CONUSU = SPACES)
              AND (CL08C-POSTAL-DEVUELTO OF FD-REG-CONUSU
                   OR CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU)
               ADD 1 TO WS-CANT-SIN-CANAL
               PERFORM 2200-GUARDAR-EXCEPCION
                  THRU 2200-GUARDAR-EXCEPCION-EXIT
               GO TO 2000-PROCESAR-HITO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CON-CONTACTO.

           MOVE CL08-NOMBRE OF FD-REG-MAEUSU    TO WS-FILA-NOMBRE.
           MOVE WS-HITO                         TO WS-FILA-HITO.
           MOVE CL08C-TELEFONO OF FD-REG-CONUSU TO WS-FILA-TELEFONO.
           MOVE WS-EMAIL-EXTRACTO               TO WS-FILA-EMAIL.
           MOVE WS-DNI-TUTOR                    TO WS-FILA-TUTOR.
           IF CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
               ADD 1 TO WS-CANT-EMAIL-REBOTADO
               MOVE '(EMAIL REBOTADO)'          TO WS-FILA-EMAIL
           END-IF.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * El tutor se usa solo si el vinculo esta vigente a la fecha, el
      * tutor sigue activo en el maestro y tiene datos de contacto; en
      * cualquier otro caso el menor se contacta por sus propios datos.
      *----------------------------------------------------------------*
       2050-BUSCAR-TUTOR.

           MOVE CL08-DNI OF FD-REG-MAEUSU
             TO CL08R-DNI-MENOR OF FD-REG-TUTMAE.
           READ TUTMAE
               INVALID KEY
                   GO TO 2050-BUSCAR-TUTOR-EXIT
           END-READ.

           IF CL08R-FECHA-DESDE OF FD-REG-TUTMAE > WS-FECHA-NUM
               GO TO 2050-BUSCAR-TUTOR-EXIT
           END-IF.

           IF CL08R-FECHA-HASTA OF FD-REG-TUTMAE NOT = ZERO
              AND CL08R-FECHA-HASTA OF FD-REG-TUTMAE < WS-FECHA-NUM
               GO TO 2050-BUSCAR-TUTOR-EXIT
           END-IF.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE
             TO CL08-DNI OF FD-REG-MAETUT.
           READ MAETUT
               INVALID KEY
                   GO TO 2050-BUSCAR-TUTOR-EXIT
           END-READ.

           IF NOT CL08-ACTIVO OF FD-REG-MAETUT
               GO TO 2050-BUSCAR-TUTOR-EXIT
           END-IF.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE
             TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   GO TO 2050-BUSCAR-TUTOR-EXIT
           END-READ.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE TO WS-DNI-TUTOR.
           ADD 1 TO WS-CANT-VIA-TUTOR.

       2050-BUSCAR-TUTOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-ESCRIBIR-EXTRACTO.

           MOVE CL08-DNI OF FD-REG-MAEUSU TO WS-DNI-ED.
                  CL08C-TELEFONO OF FD-REG-CONUSU
                                                DELIMITED BY SPACE
                  ','                           DELIMITED BY SIZE
                  WS-EMAIL-EXTRACTO             DELIMITED BY SPACE
                  ','                           DELIMITED BY SIZE
              INTO WS-LINEA-EXT
              WITH POINTER WS-EXT-PTR.

           IF WS-DNI-TUTOR NOT = ZERO
               MOVE WS-DNI-TUTOR TO WS-DNI-ED
               STRING WS-DNI-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EXT
                  WITH POINTER WS-EXT-PTR
           END-IF.

           WRITE FD-REG-MILEXT FROM WS-LINEA-EXT.

       2100-ESCRIBIR-EXTRACTO-EXIT.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU
             TO WS-EXC-NOMBRE(WS-EXC-CANT).
           MOVE WS-HITO TO WS-EXC-HITO(WS-EXC-CANT).
           MOVE CL08C-TELEFONO OF FD-REG-CONUSU
             TO WS-EXC-TELEFONO(WS-EXC-CANT).
           MOVE CL08C-EMAIL OF FD-REG-CONUSU
             TO WS-EXC-EMAIL(WS-EXC-CANT).
           IF CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
               MOVE '(EMAIL REBOTADO)' TO WS-EXC-EMAIL(WS-EXC-CANT)
           END-IF.
           MOVE WS-DNI-TUTOR TO WS-EXC-TUTOR(WS-EXC-CANT).

       2200-GUARDAR-EXCEPCION-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-MILRPT FROM WS-LINEA-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   SIN DATOS DE CONTACTO O SIN CANAL VALIDO - '
                  'CONTACTAR POR OTRA VIA' DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           WRITE FD-REG-MILRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-MILRPT FROM WS-TIT-LINEA-1.
           MOVE WS-EXC-APELLIDO(WS-SUB-AUX) TO WS-FILA-APELLIDO.
           MOVE WS-EXC-NOMBRE(WS-SUB-AUX)   TO WS-FILA-NOMBRE.
           MOVE WS-EXC-HITO(WS-SUB-AUX)     TO WS-FILA-HITO.
           MOVE WS-EXC-TELEFONO(WS-SUB-AUX) TO WS-FILA-TELEFONO.
           MOVE WS-EXC-EMAIL(WS-SUB-AUX)    TO WS-FILA-EMAIL.
           MOVE WS-EXC-TUTOR(WS-SUB-AUX)    TO WS-FILA-TUTOR.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.
           MOVE WS-CANT-SIN-CONTACTO TO WS-TOT-VALOR.
           WRITE FD-REG-MILRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'SIN CANAL VALIDO (DEVUELTOS) .........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SIN-CANAL TO WS-TOT-VALOR.
           WRITE FD-REG-MILRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ENVIADOS SIN EMAIL POR REBOTE ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-EMAIL-REBOTADO TO WS-TOT-VALOR.
           WRITE FD-REG-MILRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CONTACTADOS A TRAVES DEL TUTOR .......: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-VIA-TUTOR TO WS-TOT-VALOR.
           WRITE FD-REG-MILRPT FROM WS-FILA-TOTAL.

           MOVE 1      TO WS-EXT-PTR.
           MOVE SPACES TO WS-LINEA-EXT.
           MOVE WS-CANT-CON-CONTACTO TO WS-CANT-ED.
           STRING ',SINCONT=' WS-CANT-ED DELIMITED BY SIZE
              INTO WS-LINEA-EXT
              WITH POINTER WS-EXT-PTR.
           MOVE WS-CANT-SIN-CANAL TO WS-CANT-ED.
           STRING ',SINCANAL=' WS-CANT-ED DELIMITED BY SIZE
              INTO WS-LINEA-EXT
              WITH POINTER WS-EXT-PTR.
           MOVE WS-CANT-VIA-TUTOR TO WS-CANT-ED.
           STRING ',TUTOR=' WS-CANT-ED DELIMITED BY SIZE
              INTO WS-LINEA-EXT
              WITH POINTER WS-EXT-PTR.
           WRITE FD-REG-MILEXT FROM WS-LINEA-EXT.

       4000-TOTALES-EXIT.
           MOVE WS-ANO-OBJETIVO TO WS-MCT-ANO.
           MOVE WS-FECHA-NUM    TO WS-MCT-FECHA.
           MOVE WS-HORA-HHMMSS  TO WS-MCT-HORA.
           MOVE WS-CANT-ACTIVOS TO WS-MCT-ACTIVOS.
           COMPUTE WS-MCT-HITOS = WS-CANT-HITO-18 + WS-CANT-HITO-65.
           MOVE WS-CANT-CON-CONTACTO TO WS-MCT-CON-CONTACTO.
           MOVE WS-CANT-SIN-CONTACTO TO WS-MCT-SIN-CONTACTO.
           MOVE WS-CANT-SIN-CANAL    TO WS-MCT-SIN-CANAL.

           WRITE FD-REG-MILCTL FROM WS-REG-MILCTL.

           CLOSE CONUSU.
           CLOSE MILRPT.
           CLOSE MILEXT.
           IF WS-TUTORES-DISPONIBLES
               CLOSE TUTMAE
               CLOSE MAETUT
           END-IF.

       9000-CERRAR-ARCHIVOS-EXIT.


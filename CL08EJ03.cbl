               RECORD KEY IS CL08C-DNI OF FD-REG-CONUSU
               FILE STATUS IS WS-FS-CONUSU.

           SELECT LOCMAE ASSIGN TO "LOCMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08L-CODIGO OF FD-REG-LOCMAE
               FILE STATUS IS WS-FS-LOCMAE.

           SELECT PENAPR ASSIGN TO "PENAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08P-CLAVE OF FD-REG-PENAPR
               FILE STATUS IS WS-FS-PENAPR.

           SELECT TUTMAE ASSIGN TO "TUTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08R-DNI-MENOR OF FD-REG-TUTMAE
               FILE STATUS IS WS-FS-TUTMAE.

           SELECT STATHIS ASSIGN TO "STATHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-STATHIS.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  LOCMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-LOCMAE.
           COPY CL08LDET.

       FD  PENAPR
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-PENAPR.
           03  CL08P-CABECERA.
           COPY CL08PDET.
           03  CL08P-USUARIO-ANTES.
           COPY CL08UDET.
           03  CL08P-OPERADOR-ANTES.
           COPY CL08ODET.
           03  CL08P-OPERADOR-NUEVO.
           COPY CL08ODET.

       FD  TUTMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TUTMAE.
           COPY CL08RDET.

       FD  STATHIS
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-STATHIS.
                 88  WS-MANT-INQUIRY              VALUE 'I' 'i'.
                 88  WS-MANT-OPERADORES           VALUE 'O' 'o'.
                 88  WS-MANT-CONTACTO             VALUE 'D' 'd'.
                 88  WS-MANT-LOCALIDADES          VALUE 'L' 'l'.
                 88  WS-MANT-PENDIENTES           VALUE 'P' 'p'.
                 88  WS-MANT-TUTORES              VALUE 'T' 't'.
              02 WS-INCLUIR-INACT-SW    PIC X(01) VALUE 'N'.
                 88  WS-INCLUIR-INACTIVOS         VALUE 'S' 's'.
              02 WS-INCLUIR-CONT-SW     PIC X(01) VALUE 'N'.
               88 WS-CAMBIO-CLAVE-OK               VALUE 'S'.
           77 WS-CLAVE-VENCIDA-SW        PIC X(01) VALUE 'N'.
               88 WS-CLAVE-VENCIDA                 VALUE 'S'.
           77 WS-LOCMAE-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-LOCMAE-ABIERTO                VALUE 'S'.
           77 WS-TUTMAE-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-TUTMAE-ABIERTO                VALUE 'S'.
           77 WS-PENAPR-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-PENAPR-ABIERTO                VALUE 'S'.

           01 WS-VALIDA-CONTACTO.
              05 WS-CONTACTO-VALIDO-SW   PIC X(01) VALUE 'S'.
                 88 WS-CONTACTO-VALIDO            VALUE 'S'.
                 88 WS-CONTACTO-INVALIDO          VALUE 'N'.
              05 WS-LOC-CODIGO-ENTRADA   PIC X(04) VALUE SPACES.
              05 WS-TEL-DIGITOS          PIC 9(02) COMP VALUE ZERO.
              05 WS-SUB-CAR              PIC 9(02) COMP VALUE ZERO.
              05 WS-CAR-AUX              PIC X(01) VALUE SPACE.
              05 WS-EMAIL-LARGO          PIC 9(02) COMP VALUE ZERO.
              05 WS-EMAIL-ARROBAS        PIC 9(02) COMP VALUE ZERO.
              05 WS-EMAIL-PUNTOS         PIC 9(02) COMP VALUE ZERO.
              05 WS-EMAIL-LOCAL          PIC X(30) VALUE SPACES.
              05 WS-EMAIL-DOMINIO        PIC X(30) VALUE SPACES.

           01 WS-APROBACIONES.
              05 WS-MOTIVO-SOLICITUD     PIC X(40) VALUE SPACES.
              05 WS-PEND-DECISION        PIC X(01) VALUE SPACE.
                 88 WS-PEND-APROBAR               VALUE 'A' 'a'.
                 88 WS-PEND-RECHAZAR              VALUE 'R' 'r'.
                 88 WS-PEND-FIN                   VALUE 'F' 'f'.
              05 WS-FIN-PEND-SW          PIC X(01) VALUE 'N'.
                 88 WS-FIN-PEND                   VALUE 'S'.
              05 WS-CANT-PEND-VISTAS     PIC 9(04) COMP VALUE ZERO.

           01 WS-DIAS-MES-VALORES.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 28.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.

           01 WS-TABLA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
              05 WS-DIAS-MES OCCURS 12 TIMES
                                         PIC 9(02).

           77 WS-DIAS-TOPE               PIC 9(02).
           77 WS-ANO-BISIESTO            PIC 9(04).
           77 WS-ANO-COCIENTE            PIC 9(04) COMP.
           77 WS-ANO-RESTO               PIC 9(04) COMP.

           01 WS-TUTORES.
              05 WS-TUT-DNI-ENTRADA      PIC X(08) VALUE SPACES.
              05 WS-TUT-DNI-NUM          PIC 9(08) VALUE ZERO.
              05 WS-TUT-ACCION           PIC X(01) VALUE SPACE.
                 88 WS-TUT-ACTUALIZAR             VALUE 'A' 'a'.
                 88 WS-TUT-CERRAR                 VALUE 'C' 'c'.
              05 WS-TUT-VINCULO          PIC X(01) VALUE SPACE.
              05 WS-TUT-FECHA-ENTRADA    PIC X(08) VALUE SPACES.
              05 WS-TUT-FECHA-GRP REDEFINES WS-TUT-FECHA-ENTRADA.
                 10 WS-TUT-FECHA-AAAA    PIC 9(04).
                 10 WS-TUT-FECHA-MM      PIC 9(02).
                 10 WS-TUT-FECHA-DD      PIC 9(02).
              05 WS-TUT-FECHA-NUM REDEFINES WS-TUT-FECHA-ENTRADA
                                         PIC 9(08).
              05 WS-TUT-DESDE            PIC 9(08) VALUE ZERO.
              05 WS-TUT-HASTA            PIC 9(08) VALUE ZERO.
              05 WS-TUT-FECHA-OK-SW      PIC X(01) VALUE 'S'.
                 88 WS-TUT-FECHA-VALIDA           VALUE 'S'.
                 88 WS-TUT-FECHA-INVALIDA         VALUE 'N'.
              05 WS-TUT-EXISTE-SW        PIC X(01) VALUE 'N'.
                 88 WS-TUT-EXISTE                 VALUE 'S'.

           77 WS-EDAD-MAYORIA            PIC 9(03) COMP VALUE 18.

           01 WS-REG-OPE-NUEVO.
              COPY CL08ODET.

           01 WS-FECHA-CLAVE-GRP.
              05 WS-FCLAVE-AAAA          PIC 9(04).
                 88 WS-FS-JRNLOG-OK              VALUE '00'.
              05 WS-FS-MAEBKP           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEBKP-OK              VALUE '00'.
              05 WS-FS-LOCMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCMAE-OK              VALUE '00'.
              05 WS-FS-PENAPR           PIC X(02) VALUE '00'.
                 88 WS-FS-PENAPR-OK              VALUE '00'.
              05 WS-FS-TUTMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-TUTMAE-OK              VALUE '00'.

           01 WS-REG-TRANLOG.
              COPY CL08TDET.
           PERFORM 9400-ABRIR-CONTACTOS
              THRU 9400-ABRIR-CONTACTOS-EXIT.

           PERFORM 9500-ABRIR-LOCALIDADES
              THRU 9500-ABRIR-LOCALIDADES-EXIT.

           PERFORM 9600-ABRIR-PENDIENTES
              THRU 9600-ABRIR-PENDIENTES-EXIT.

           PERFORM 9700-ABRIR-TUTORES
              THRU 9700-ABRIR-TUTORES-EXIT.

           PERFORM 0100-LEER-RUNCTL
              THRU 0100-LEER-RUNCTL-EXIT.

                                                  OF FD-REG-MAEUSU
                                                  CL08-HORA-BAJA
                                                  OF FD-REG-MAEUSU.
           MOVE SPACE                         TO CL08-MOTIVO-BAJA
                                                  OF FD-REG-MAEUSU.

           WRITE FD-REG-MAEUSU
               INVALID KEY
           MOVE SPACES          TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE ZERO            TO CL08-FECHA-BAJA OF FD-REG-MAEUSU
                                    CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE SPACE           TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           WRITE FD-REG-MAEUSU
               INVALID KEY
           MOVE WS-OPERADOR    TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-BAJA OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE 'A'            TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           REWRITE FD-REG-MAEUSU
               INVALID KEY

           DISPLAY WS-TIT-LINEA-1.
           DISPLAY "Operacion (A-Alta  C-Cambio  B-Baja  R-Reactivar "
                   "I-Consulta  D-Contacto  O-Operadores  "
                   "L-Localidades  P-Pendientes  T-Tutores):".
           ACCEPT WS-OPCION-MANT.

           EVALUATE TRUE
               WHEN WS-MANT-CONTACTO
                   PERFORM 4800-MANTENER-CONTACTO
                      THRU 4800-MANTENER-CONTACTO-EXIT
               WHEN WS-MANT-TUTORES
                   PERFORM 4850-MANTENER-TUTOR
                      THRU 4850-MANTENER-TUTOR-EXIT
               WHEN WS-MANT-LOCALIDADES
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 4900-MANTENER-LOCALIDAD
                          THRU 4900-MANTENER-LOCALIDAD-EXIT
                   ELSE
                       PERFORM 4600-OPERACION-DENEGADA
                          THRU 4600-OPERACION-DENEGADA-EXIT
                   END-IF
               WHEN WS-MANT-PENDIENTES
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 4950-REVISAR-PENDIENTES
                          THRU 4950-REVISAR-PENDIENTES-EXIT
                   ELSE
                       PERFORM 4600-OPERACION-DENEGADA
                          THRU 4600-OPERACION-DENEGADA-EXIT
                   END-IF
               WHEN WS-MANT-INQUIRY
                   PERFORM 4400-CONSULTA-USUARIO
                      THRU 4400-CONSULTA-USUARIO-EXIT
           MOVE SPACES         TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE ZERO           TO CL08-FECHA-BAJA OF FD-REG-MAEUSU
                                   CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE SPACE          TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           WRITE FD-REG-MAEUSU
               INVALID KEY
      *----------------------------------------------------------------*
       4300-BAJA-USUARIO.

           IF NOT WS-PENAPR-ABIERTO
               DISPLAY "No se pudo abrir PENAPR, status " WS-FS-PENAPR
               GO TO 4300-BAJA-USUARIO-EXIT
           END-IF.

           DISPLAY "Ingrese el DNI a eliminar (8 digitos):".
           ACCEPT WS-DNI-ENTRADA.

               GO TO 4300-BAJA-USUARIO-EXIT
           END-IF.

      *    La baja no se aplica aca: queda pendiente hasta que otro
      *    supervisor la apruebe desde la opcion de pendientes.
           MOVE 'B'        TO CL08P-TIPO OF FD-REG-PENAPR.
           MOVE WS-DNI-NUM TO CL08P-DNI OF FD-REG-PENAPR.
           READ PENAPR
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF WS-REGISTRO-EXISTE
               DISPLAY "Ya hay una baja pendiente de aprobacion para "
                       "ese DNI, solicitada por "
                       CL08P-SOLICITANTE OF FD-REG-PENAPR "."
               GO TO 4300-BAJA-USUARIO-EXIT
           END-IF.

           DISPLAY "Motivo de la baja:".
           ACCEPT WS-MOTIVO-SOLICITUD.

           IF WS-MOTIVO-SOLICITUD = SPACES
               DISPLAY "El motivo es obligatorio, baja no solicitada."
               GO TO 4300-BAJA-USUARIO-EXIT
           END-IF.

           MOVE 'B'           TO CL08P-TIPO OF FD-REG-PENAPR.
           MOVE WS-DNI-NUM    TO CL08P-DNI OF FD-REG-PENAPR.
           MOVE FD-REG-MAEUSU TO CL08P-USUARIO-ANTES OF FD-REG-PENAPR.
           MOVE SPACES        TO CL08P-OPERADOR-ANTES OF FD-REG-PENAPR
                                 CL08P-OPERADOR-NUEVO OF FD-REG-PENAPR.

           PERFORM 4990-GRABAR-SOLICITUD
              THRU 4990-GRABAR-SOLICITUD-EXIT.

       4300-BAJA-USUARIO-EXIT.

           MOVE SPACES         TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE ZERO           TO CL08-FECHA-BAJA OF FD-REG-MAEUSU
                                   CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE SPACE          TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.
           MOVE WS-OPERADOR    TO CL08-USUARIO-MOD OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-MOD OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-MOD OF FD-REG-MAEUSU.
      *----------------------------------------------------------------*
       4700-MANTENER-OPERADOR.

           IF NOT WS-PENAPR-ABIERTO
               DISPLAY "No se pudo abrir PENAPR, status " WS-FS-PENAPR
               GO TO 4700-MANTENER-OPERADOR-EXIT
           END-IF.

           DISPLAY "Identificacion del operador a registrar:".
           ACCEPT CL08O-OPERADOR OF FD-REG-OPEMAE.

           MOVE ZERO TO CL08O-FECHA-CLAVE OF FD-REG-OPEMAE
                        CL08O-INTENTOS OF FD-REG-OPEMAE.

      *    El cambio queda pendiente de aprobacion; se guarda la
      *    situacion actual del operador para controlarla al aplicar.
           MOVE FD-REG-OPEMAE TO WS-REG-OPE-NUEVO.

           MOVE 'O' TO CL08P-TIPO OF FD-REG-PENAPR.
           MOVE CL08O-OPERADOR OF WS-REG-OPE-NUEVO
             TO CL08P-OBJETO OF FD-REG-PENAPR.
           READ PENAPR
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF WS-REGISTRO-EXISTE
               DISPLAY "Ya hay un cambio pendiente de aprobacion para "
                       "ese operador, solicitado por "
                       CL08P-SOLICITANTE OF FD-REG-PENAPR "."
               GO TO 4700-MANTENER-OPERADOR-EXIT
           END-IF.

           DISPLAY "Motivo del cambio:".
           ACCEPT WS-MOTIVO-SOLICITUD.

           IF WS-MOTIVO-SOLICITUD = SPACES
               DISPLAY "El motivo es obligatorio, cambio no "
                       "solicitado."
               GO TO 4700-MANTENER-OPERADOR-EXIT
           END-IF.

           MOVE 'O' TO CL08P-TIPO OF FD-REG-PENAPR.
           MOVE CL08O-OPERADOR OF WS-REG-OPE-NUEVO
             TO CL08P-OBJETO OF FD-REG-PENAPR.
           MOVE SPACES TO CL08P-USUARIO-ANTES OF FD-REG-PENAPR.
           MOVE WS-REG-OPE-NUEVO
             TO CL08P-OPERADOR-NUEVO OF FD-REG-PENAPR.

           MOVE CL08O-OPERADOR OF WS-REG-OPE-NUEVO
             TO CL08O-OPERADOR OF FD-REG-OPEMAE.
           READ OPEMAE
               INVALID KEY
                   MOVE SPACES TO CL08P-OPERADOR-ANTES OF FD-REG-PENAPR
               NOT INVALID KEY
                   MOVE FD-REG-OPEMAE
                     TO CL08P-OPERADOR-ANTES OF FD-REG-PENAPR
           END-READ.

           MOVE ZERO TO WS-DNI-NUM.

           PERFORM 4990-GRABAR-SOLICITUD
              THRU 4990-GRABAR-SOLICITUD-EXIT.

           DISPLAY "Al aprobarse, la cuenta queda desbloqueada y la "
                   "clave debera cambiarse en el proximo ingreso.".

       4700-MANTENER-OPERADOR-EXIT.

      *----------------------------------------------------------------*
       4800-MANTENER-CONTACTO.

           IF NOT WS-LOCMAE-ABIERTO
               DISPLAY "Maestro de localidades no disponible, status "
                       WS-FS-LOCMAE
               GO TO 4800-MANTENER-CONTACTO-EXIT
           END-IF.

           DISPLAY "Ingrese el DNI del usuario (8 digitos):".
           ACCEPT WS-DNI-ENTRADA.

           END-READ.

           IF WS-REGISTRO-EXISTE
               MOVE FD-REG-CONUSU TO WS-REG-CONUSU
               DISPLAY "Direccion actual: "
                       CL08C-DIRECCION OF FD-REG-CONUSU
               DISPLAY "Localidad actual: "
                       CL08C-TELEFONO OF FD-REG-CONUSU
               DISPLAY "Email actual....: "
                       CL08C-EMAIL OF FD-REG-CONUSU
               IF CL08C-POSTAL-DEVUELTO OF FD-REG-CONUSU
                   DISPLAY "Aviso: correspondencia devuelta el "
                           CL08C-FECHA-DEV-POSTAL OF FD-REG-CONUSU
                           " (motivo "
                           CL08C-MOTIVO-DEV-POSTAL OF FD-REG-CONUSU
                           "), verifique la direccion."
               END-IF
               IF CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
                   DISPLAY "Aviso: email rebotado el "
                           CL08C-FECHA-DEV-EMAIL OF FD-REG-CONUSU
                           " (motivo "
                           CL08C-MOTIVO-DEV-EMAIL OF FD-REG-CONUSU
                           "), verifique el email."
               END-IF
           ELSE
               MOVE SPACES TO WS-REG-CONUSU
               DISPLAY "El usuario no tiene datos de contacto, se "
                       "registran ahora."
           END-IF.
           MOVE WS-DNI-NUM TO CL08C-DNI OF FD-REG-CONUSU.
           DISPLAY "Ingrese direccion:".
           ACCEPT CL08C-DIRECCION OF FD-REG-CONUSU.

      * La localidad se toma del maestro de localidades por codigo y
      * se guarda con su nombre oficial, para que no se repita la
      * misma localidad escrita de distintas formas.
           DISPLAY "Ingrese codigo de localidad:".
           ACCEPT WS-LOC-CODIGO-ENTRADA.
           MOVE WS-LOC-CODIGO-ENTRADA TO CL08L-CODIGO OF FD-REG-LOCMAE.
           READ LOCMAE
               INVALID KEY
                   DISPLAY "La localidad no existe en el maestro de "
                           "localidades, contacto no registrado."
                   GO TO 4800-MANTENER-CONTACTO-EXIT
           END-READ.
           MOVE CL08L-NOMBRE OF FD-REG-LOCMAE
             TO CL08C-LOCALIDAD OF FD-REG-CONUSU.
           DISPLAY "Localidad: " CL08L-NOMBRE OF FD-REG-LOCMAE
                   " (" CL08L-PROVINCIA OF FD-REG-LOCMAE ")".

           DISPLAY "Ingrese telefono:".
           ACCEPT CL08C-TELEFONO OF FD-REG-CONUSU.
           PERFORM 4810-VALIDAR-TELEFONO
              THRU 4810-VALIDAR-TELEFONO-EXIT.
           IF WS-CONTACTO-INVALIDO
               DISPLAY "Telefono invalido (solo digitos, espacios y "
                       "+ - ( ), minimo 6 digitos), contacto no "
                       "registrado."
               GO TO 4800-MANTENER-CONTACTO-EXIT
           END-IF.

           DISPLAY "Ingrese email:".
           ACCEPT CL08C-EMAIL OF FD-REG-CONUSU.
           PERFORM 4820-VALIDAR-EMAIL
              THRU 4820-VALIDAR-EMAIL-EXIT.
           IF WS-CONTACTO-INVALIDO
               DISPLAY "Email invalido (formato usuario@dominio.ext "
                       "sin espacios), contacto no registrado."
               GO TO 4800-MANTENER-CONTACTO-EXIT
           END-IF.

           PERFORM 4830-ACTUALIZAR-VERIFICACION
              THRU 4830-ACTUALIZAR-VERIFICACION-EXIT.

           IF WS-REGISTRO-EXISTE
               REWRITE FD-REG-CONUSU

           EXIT.
      *----------------------------------------------------------------*
      * El telefono es optativo; si se informa solo admite digitos,
      * espacios y los signos + - ( ), con un minimo de 6 digitos.
      *----------------------------------------------------------------*
       4810-VALIDAR-TELEFONO.

           SET WS-CONTACTO-VALIDO TO TRUE.
           MOVE ZERO TO WS-TEL-DIGITOS.

           IF CL08C-TELEFONO OF FD-REG-CONUSU = SPACES
               GO TO 4810-VALIDAR-TELEFONO-EXIT
           END-IF.

           MOVE 1 TO WS-SUB-CAR.
           PERFORM 4811-VALIDAR-CARACTER-TEL
              THRU 4811-VALIDAR-CARACTER-TEL-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-CAR > 15
                OR WS-CONTACTO-INVALIDO.

           IF WS-TEL-DIGITOS < 6
               SET WS-CONTACTO-INVALIDO TO TRUE
           END-IF.

       4810-VALIDAR-TELEFONO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4811-VALIDAR-CARACTER-TEL.

           MOVE CL08C-TELEFONO OF FD-REG-CONUSU(WS-SUB-CAR:1)
             TO WS-CAR-AUX.

           EVALUATE TRUE
               WHEN WS-CAR-AUX IS NUMERIC
                   ADD 1 TO WS-TEL-DIGITOS
               WHEN WS-CAR-AUX = SPACE OR '+' OR '-' OR '(' OR ')'
                   CONTINUE
               WHEN OTHER
                   SET WS-CONTACTO-INVALIDO TO TRUE
           END-EVALUATE.

           ADD 1 TO WS-SUB-CAR.

       4811-VALIDAR-CARACTER-TEL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * El email es optativo; si se informa debe tener una sola @ con
      * texto antes, un punto en el dominio y ningun espacio intermedio.
      *----------------------------------------------------------------*
       4820-VALIDAR-EMAIL.

           SET WS-CONTACTO-VALIDO TO TRUE.

           IF CL08C-EMAIL OF FD-REG-CONUSU = SPACES
               GO TO 4820-VALIDAR-EMAIL-EXIT
           END-IF.

           MOVE ZERO TO WS-EMAIL-LARGO
                        WS-EMAIL-ARROBAS
                        WS-EMAIL-PUNTOS.

           INSPECT CL08C-EMAIL OF FD-REG-CONUSU
               TALLYING WS-EMAIL-LARGO FOR CHARACTERS
                        BEFORE INITIAL SPACE.
           INSPECT CL08C-EMAIL OF FD-REG-CONUSU
               TALLYING WS-EMAIL-ARROBAS FOR ALL '@'.

           IF WS-EMAIL-LARGO = ZERO
              OR WS-EMAIL-ARROBAS NOT = 1
               SET WS-CONTACTO-INVALIDO TO TRUE
               GO TO 4820-VALIDAR-EMAIL-EXIT
           END-IF.

           IF WS-EMAIL-LARGO < 30
               IF CL08C-EMAIL OF FD-REG-CONUSU(WS-EMAIL-LARGO + 1:)
                  NOT = SPACES
                   SET WS-CONTACTO-INVALIDO TO TRUE
                   GO TO 4820-VALIDAR-EMAIL-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WS-EMAIL-LOCAL
                          WS-EMAIL-DOMINIO.
           UNSTRING CL08C-EMAIL OF FD-REG-CONUSU DELIMITED BY '@'
               INTO WS-EMAIL-LOCAL
                    WS-EMAIL-DOMINIO.

           INSPECT WS-EMAIL-DOMINIO
               TALLYING WS-EMAIL-PUNTOS FOR ALL '.'.

           IF WS-EMAIL-LOCAL = SPACES
              OR WS-EMAIL-DOMINIO = SPACES
              OR WS-EMAIL-DOMINIO(1:1) = '.'
              OR WS-EMAIL-PUNTOS = ZERO
               SET WS-CONTACTO-INVALIDO TO TRUE
           END-IF.

       4820-VALIDAR-EMAIL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Si cambia la direccion o la localidad se descarta la marca de
      * correspondencia devuelta, y si cambia el email la de rebote:
      * el dato nuevo todavia no fue devuelto. La fecha de
      * actualizacion permite ignorar devoluciones del dato anterior.
      *----------------------------------------------------------------*
       4830-ACTUALIZAR-VERIFICACION.

           IF NOT WS-REGISTRO-EXISTE
               MOVE SPACE TO CL08C-VERIF-POSTAL OF FD-REG-CONUSU
                             CL08C-VERIF-EMAIL OF FD-REG-CONUSU
               MOVE SPACES TO CL08C-MOTIVO-DEV-POSTAL OF FD-REG-CONUSU
                              CL08C-MOTIVO-DEV-EMAIL OF FD-REG-CONUSU
               MOVE ZERO TO CL08C-FECHA-DEV-POSTAL OF FD-REG-CONUSU
                            CL08C-FECHA-ACT-POSTAL OF FD-REG-CONUSU
                            CL08C-FECHA-DEV-EMAIL OF FD-REG-CONUSU
                            CL08C-FECHA-ACT-EMAIL OF FD-REG-CONUSU
           END-IF.

           IF CL08C-DIRECCION OF FD-REG-CONUSU
              NOT = CL08C-DIRECCION OF WS-REG-CONUSU
              OR CL08C-LOCALIDAD OF FD-REG-CONUSU
              NOT = CL08C-LOCALIDAD OF WS-REG-CONUSU
               MOVE SPACE  TO CL08C-VERIF-POSTAL OF FD-REG-CONUSU
               MOVE ZERO   TO CL08C-FECHA-DEV-POSTAL OF FD-REG-CONUSU
               MOVE SPACES TO CL08C-MOTIVO-DEV-POSTAL OF FD-REG-CONUSU
               MOVE WS-FECHA-NUM
                 TO CL08C-FECHA-ACT-POSTAL OF FD-REG-CONUSU
           END-IF.

           IF CL08C-EMAIL OF FD-REG-CONUSU
              NOT = CL08C-EMAIL OF WS-REG-CONUSU
               MOVE SPACE  TO CL08C-VERIF-EMAIL OF FD-REG-CONUSU
               MOVE ZERO   TO CL08C-FECHA-DEV-EMAIL OF FD-REG-CONUSU
               MOVE SPACES TO CL08C-MOTIVO-DEV-EMAIL OF FD-REG-CONUSU
               MOVE WS-FECHA-NUM
                 TO CL08C-FECHA-ACT-EMAIL OF FD-REG-CONUSU
           END-IF.

       4830-ACTUALIZAR-VERIFICACION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Vinculo del menor con el adulto responsable. Los dos DNI deben
      * existir en el maestro; el menor tiene que estar activo y ser
      * menor de edad, el tutor activo y mayor de edad. Un vinculo
      * existente puede actualizarse o cerrarse con la fecha del dia.
      *----------------------------------------------------------------*
       4850-MANTENER-TUTOR.

           IF NOT WS-TUTMAE-ABIERTO
               DISPLAY "Archivo de tutores no disponible, status "
                       WS-FS-TUTMAE
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           DISPLAY "Ingrese el DNI del menor (8 digitos):".
           ACCEPT WS-DNI-ENTRADA.

           IF WS-DNI-ENTRADA IS NOT NUMERIC
              OR WS-DNI-ENTRADA = ZERO
               DISPLAY "DNI invalido."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           MOVE WS-DNI-ENTRADA TO WS-DNI-NUM.
           MOVE WS-DNI-NUM TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF NOT WS-REGISTRO-EXISTE
               DISPLAY "No existe un usuario con ese DNI."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           MOVE WS-DNI-NUM TO CL08R-DNI-MENOR OF FD-REG-TUTMAE.
           READ TUTMAE
               INVALID KEY
                   MOVE 'N' TO WS-TUT-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-TUT-EXISTE-SW
           END-READ.

      * Un vinculo ya registrado se puede cerrar aunque el menor haya
      * cumplido 18 o este dado de baja; solo el alta o el cambio
      * exigen un menor activo.
           IF WS-TUT-EXISTE
               DISPLAY "Tutor actual....: "
                       CL08R-DNI-TUTOR OF FD-REG-TUTMAE
                       "  vinculo " CL08R-VINCULO OF FD-REG-TUTMAE
               DISPLAY "Vigente desde...: "
                       CL08R-FECHA-DESDE OF FD-REG-TUTMAE
                       "  hasta " CL08R-FECHA-HASTA OF FD-REG-TUTMAE
               DISPLAY "Accion (A-Actualizar  C-Cerrar vinculo):"
               ACCEPT WS-TUT-ACCION
               IF WS-TUT-CERRAR
                   PERFORM 4870-CERRAR-VINCULO
                      THRU 4870-CERRAR-VINCULO-EXIT
                   GO TO 4850-MANTENER-TUTOR-EXIT
               END-IF
               IF NOT WS-TUT-ACTUALIZAR
                   DISPLAY "Accion invalida."
                   GO TO 4850-MANTENER-TUTOR-EXIT
               END-IF
           END-IF.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               DISPLAY "El menor esta dado de baja, no se registra "
                       "el vinculo."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           IF CL08-EDAD OF FD-REG-MAEUSU NOT < WS-EDAD-MAYORIA
               DISPLAY "El usuario es mayor de edad, no corresponde "
                       "registrar un tutor."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           DISPLAY "Menor: " CL08-NOMBRE OF FD-REG-MAEUSU " "
                   CL08-APELLIDO OF FD-REG-MAEUSU.

           DISPLAY "Ingrese el DNI del tutor (8 digitos):".
           ACCEPT WS-TUT-DNI-ENTRADA.

           IF WS-TUT-DNI-ENTRADA IS NOT NUMERIC
              OR WS-TUT-DNI-ENTRADA = ZERO
               DISPLAY "DNI del tutor invalido."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           MOVE WS-TUT-DNI-ENTRADA TO WS-TUT-DNI-NUM.

           IF WS-TUT-DNI-NUM = WS-DNI-NUM
               DISPLAY "El tutor no puede ser el mismo menor."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           MOVE WS-TUT-DNI-NUM TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF NOT WS-REGISTRO-EXISTE
               DISPLAY "El tutor no existe en el maestro de usuarios, "
                       "registrelo antes de vincularlo."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               DISPLAY "El tutor esta dado de baja, no puede "
                       "quedar a cargo del menor."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           IF CL08-EDAD OF FD-REG-MAEUSU < WS-EDAD-MAYORIA
               DISPLAY "El tutor debe ser mayor de edad."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           DISPLAY "Tutor: " CL08-NOMBRE OF FD-REG-MAEUSU " "
                   CL08-APELLIDO OF FD-REG-MAEUSU.

           DISPLAY "Vinculo (P-Padre/madre  T-Tutor legal  "
                   "G-Guardador  O-Otro):".
           ACCEPT WS-TUT-VINCULO.
           INSPECT WS-TUT-VINCULO
               CONVERTING 'ptgo' TO 'PTGO'.
           MOVE WS-TUT-VINCULO TO CL08R-VINCULO OF FD-REG-TUTMAE.
           IF NOT CL08R-VINCULO-VALIDO OF FD-REG-TUTMAE
               DISPLAY "Tipo de vinculo invalido, vinculo no "
                       "registrado."
               GO TO 4850-MANTENER-TUTOR-EXIT
           END-IF.

           DISPLAY "Vigente desde (AAAAMMDD, en blanco = hoy):".
           ACCEPT WS-TUT-FECHA-ENTRADA.
           IF WS-TUT-FECHA-ENTRADA = SPACES
               MOVE WS-FECHA-NUM TO WS-TUT-DESDE
           ELSE
               PERFORM 4860-VALIDAR-FECHA-TUTOR
                  THRU 4860-VALIDAR-FECHA-TUTOR-EXIT
               IF WS-TUT-FECHA-INVALIDA
                   DISPLAY "Fecha desde invalida, vinculo no "
                           "registrado."
                   GO TO 4850-MANTENER-TUTOR-EXIT
               END-IF
               MOVE WS-TUT-FECHA-NUM TO WS-TUT-DESDE
           END-IF.

           DISPLAY "Vigente hasta (AAAAMMDD, en blanco = sin "
                   "vencimiento):".
           ACCEPT WS-TUT-FECHA-ENTRADA.
           IF WS-TUT-FECHA-ENTRADA = SPACES
               MOVE ZERO TO WS-TUT-HASTA
           ELSE
               PERFORM 4860-VALIDAR-FECHA-TUTOR
                  THRU 4860-VALIDAR-FECHA-TUTOR-EXIT
               IF WS-TUT-FECHA-INVALIDA
                  OR WS-TUT-FECHA-NUM < WS-TUT-DESDE
                   DISPLAY "Fecha hasta invalida o anterior a la "
                           "fecha desde, vinculo no registrado."
                   GO TO 4850-MANTENER-TUTOR-EXIT
               END-IF
               MOVE WS-TUT-FECHA-NUM TO WS-TUT-HASTA
           END-IF.

           MOVE WS-DNI-NUM     TO CL08R-DNI-MENOR OF FD-REG-TUTMAE.
           MOVE WS-TUT-DNI-NUM TO CL08R-DNI-TUTOR OF FD-REG-TUTMAE.
           MOVE WS-TUT-DESDE   TO CL08R-FECHA-DESDE OF FD-REG-TUTMAE.
           MOVE WS-TUT-HASTA   TO CL08R-FECHA-HASTA OF FD-REG-TUTMAE.
           MOVE WS-OPERADOR    TO CL08R-USUARIO-MOD OF FD-REG-TUTMAE.
           MOVE WS-FECHA-NUM   TO CL08R-FECHA-MOD OF FD-REG-TUTMAE.

           IF WS-TUT-EXISTE
               REWRITE FD-REG-TUTMAE
                   INVALID KEY
                       DISPLAY "Error al actualizar el vinculo."
                   NOT INVALID KEY
                       MOVE 'T' TO WS-ACCION-AUDIT
                       PERFORM 6100-GRABAR-AUDITORIA
                          THRU 6100-GRABAR-AUDITORIA-EXIT
                       DISPLAY "Vinculo actualizado."
               END-REWRITE
           ELSE
               WRITE FD-REG-TUTMAE
                   INVALID KEY
                       DISPLAY "Error al grabar el vinculo."
                   NOT INVALID KEY
                       MOVE 'T' TO WS-ACCION-AUDIT
                       PERFORM 6100-GRABAR-AUDITORIA
                          THRU 6100-GRABAR-AUDITORIA-EXIT
                       DISPLAY "Vinculo registrado."
               END-WRITE
           END-IF.

       4850-MANTENER-TUTOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4860-VALIDAR-FECHA-TUTOR.

           SET WS-TUT-FECHA-VALIDA TO TRUE.

           IF WS-TUT-FECHA-ENTRADA IS NOT NUMERIC
               SET WS-TUT-FECHA-INVALIDA TO TRUE
               GO TO 4860-VALIDAR-FECHA-TUTOR-EXIT
           END-IF.

           IF WS-TUT-FECHA-AAAA < WS-ANO-MINIMO
              OR WS-TUT-FECHA-MM < 1 OR WS-TUT-FECHA-MM > 12
              OR WS-TUT-FECHA-DD < 1
               SET WS-TUT-FECHA-INVALIDA TO TRUE
               GO TO 4860-VALIDAR-FECHA-TUTOR-EXIT
           END-IF.

           MOVE WS-DIAS-MES(WS-TUT-FECHA-MM) TO WS-DIAS-TOPE.
           IF WS-TUT-FECHA-MM = 2
               MOVE WS-TUT-FECHA-AAAA TO WS-ANO-BISIESTO
               PERFORM 4865-CONTROLAR-BISIESTO
                  THRU 4865-CONTROLAR-BISIESTO-EXIT
           END-IF.

           IF WS-TUT-FECHA-DD > WS-DIAS-TOPE
               SET WS-TUT-FECHA-INVALIDA TO TRUE
           END-IF.

       4860-VALIDAR-FECHA-TUTOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Febrero tiene 29 dias en los anos divisibles por 4, salvo los
      * seculares que no son divisibles por 400.
      *----------------------------------------------------------------*
       4865-CONTROLAR-BISIESTO.

           DIVIDE WS-ANO-BISIESTO BY 4
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO NOT = ZERO
               GO TO 4865-CONTROLAR-BISIESTO-EXIT
           END-IF.

           DIVIDE WS-ANO-BISIESTO BY 100
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO NOT = ZERO
               MOVE 29 TO WS-DIAS-TOPE
               GO TO 4865-CONTROLAR-BISIESTO-EXIT
           END-IF.

           DIVIDE WS-ANO-BISIESTO BY 400
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO = ZERO
               MOVE 29 TO WS-DIAS-TOPE
           END-IF.

       4865-CONTROLAR-BISIESTO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * El cierre deja el vinculo en el archivo con fecha hasta del
      * dia, para que la consulta del legajo conserve la historia.
      *----------------------------------------------------------------*
       4870-CERRAR-VINCULO.

           IF CL08R-FECHA-HASTA OF FD-REG-TUTMAE NOT = ZERO
              AND CL08R-FECHA-HASTA OF FD-REG-TUTMAE < WS-FECHA-NUM
               DISPLAY "El vinculo ya estaba cerrado."
               GO TO 4870-CERRAR-VINCULO-EXIT
           END-IF.

           MOVE WS-FECHA-NUM TO CL08R-FECHA-HASTA OF FD-REG-TUTMAE.
           IF CL08R-FECHA-DESDE OF FD-REG-TUTMAE > WS-FECHA-NUM
               MOVE WS-FECHA-NUM TO CL08R-FECHA-DESDE OF FD-REG-TUTMAE
           END-IF.
           MOVE WS-OPERADOR  TO CL08R-USUARIO-MOD OF FD-REG-TUTMAE.
           MOVE WS-FECHA-NUM TO CL08R-FECHA-MOD OF FD-REG-TUTMAE.

           REWRITE FD-REG-TUTMAE
               INVALID KEY
                   DISPLAY "Error al cerrar el vinculo."
               NOT INVALID KEY
                   MOVE 'T' TO WS-ACCION-AUDIT
                   PERFORM 6100-GRABAR-AUDITORIA
                      THRU 6100-GRABAR-AUDITORIA-EXIT
                   DISPLAY "Vinculo cerrado."
           END-REWRITE.

       4870-CERRAR-VINCULO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4900-MANTENER-LOCALIDAD.

           IF NOT WS-LOCMAE-ABIERTO
               DISPLAY "Maestro de localidades no disponible, status "
                       WS-FS-LOCMAE
               GO TO 4900-MANTENER-LOCALIDAD-EXIT
           END-IF.

           DISPLAY "Codigo de localidad (4 caracteres):".
           ACCEPT WS-LOC-CODIGO-ENTRADA.

           IF WS-LOC-CODIGO-ENTRADA = SPACES
               DISPLAY "Codigo invalido."
               GO TO 4900-MANTENER-LOCALIDAD-EXIT
           END-IF.

           MOVE WS-LOC-CODIGO-ENTRADA TO CL08L-CODIGO OF FD-REG-LOCMAE.
           READ LOCMAE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF WS-REGISTRO-EXISTE
               DISPLAY "Nombre oficial actual: "
                       CL08L-NOMBRE OF FD-REG-LOCMAE
               DISPLAY "Provincia actual.....: "
                       CL08L-PROVINCIA OF FD-REG-LOCMAE
               DISPLAY "Codigo postal actual.: "
                       CL08L-COD-POSTAL OF FD-REG-LOCMAE
           ELSE
               DISPLAY "Localidad nueva, se registra ahora."
           END-IF.

           MOVE WS-LOC-CODIGO-ENTRADA TO CL08L-CODIGO OF FD-REG-LOCMAE.
           DISPLAY "Nombre oficial:".
           ACCEPT CL08L-NOMBRE OF FD-REG-LOCMAE.
           DISPLAY "Provincia:".
           ACCEPT CL08L-PROVINCIA OF FD-REG-LOCMAE.
           DISPLAY "Codigo postal:".
           ACCEPT CL08L-COD-POSTAL OF FD-REG-LOCMAE.

           IF CL08L-NOMBRE OF FD-REG-LOCMAE = SPACES
              OR CL08L-PROVINCIA OF FD-REG-LOCMAE = SPACES
               DISPLAY "Nombre y provincia son obligatorios, "
                       "localidad no registrada."
               GO TO 4900-MANTENER-LOCALIDAD-EXIT
           END-IF.

           IF WS-REGISTRO-EXISTE
               REWRITE FD-REG-LOCMAE
                   INVALID KEY
                       DISPLAY "Error al actualizar la localidad."
                   NOT INVALID KEY
                       DISPLAY "Localidad actualizada. Los contactos "
                               "con el nombre anterior se corrigen "
                               "con CL08EJ18."
               END-REWRITE
           ELSE
               WRITE FD-REG-LOCMAE
                   INVALID KEY
                       DISPLAY "Error al grabar la localidad."
                   NOT INVALID KEY
                       DISPLAY "Localidad registrada."
               END-WRITE
           END-IF.

       4900-MANTENER-LOCALIDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4950-REVISAR-PENDIENTES.

           IF NOT WS-PENAPR-ABIERTO
               DISPLAY "No se pudo abrir PENAPR, status " WS-FS-PENAPR
               GO TO 4950-REVISAR-PENDIENTES-EXIT
           END-IF.

           MOVE 'N'  TO WS-FIN-PEND-SW.
           MOVE ZERO TO WS-CANT-PEND-VISTAS.

           MOVE LOW-VALUES TO CL08P-CLAVE OF FD-REG-PENAPR.
           START PENAPR KEY NOT LESS THAN CL08P-CLAVE OF FD-REG-PENAPR
               INVALID KEY
                   SET WS-FIN-PEND TO TRUE
           END-START.

           PERFORM 4951-REVISAR-SOLICITUD
              THRU 4951-REVISAR-SOLICITUD-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-PEND.

           IF WS-CANT-PEND-VISTAS = ZERO
               DISPLAY "No hay solicitudes pendientes de aprobacion."
           END-IF.

       4950-REVISAR-PENDIENTES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4951-REVISAR-SOLICITUD.

           READ PENAPR NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-PENAPR-OK
               SET WS-FIN-PEND TO TRUE
               GO TO 4951-REVISAR-SOLICITUD-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PEND-VISTAS.

           DISPLAY WS-TIT-LINEA-1.
           IF CL08P-TIPO-BAJA OF FD-REG-PENAPR
               DISPLAY "Baja de usuario, DNI.: "
                       CL08P-DNI OF FD-REG-PENAPR
               DISPLAY "Nombre y apellido....: "
                       CL08-NOMBRE OF CL08P-USUARIO-ANTES
                       " " CL08-APELLIDO OF CL08P-USUARIO-ANTES
           ELSE
               DISPLAY "Cambio de operador...: "
                       CL08P-OBJETO OF FD-REG-PENAPR
               IF CL08P-OPERADOR-ANTES OF FD-REG-PENAPR = SPACES
                   DISPLAY "Situacion actual.....: OPERADOR NUEVO"
               ELSE
                   DISPLAY "Situacion actual.....: nivel "
                           CL08O-NIVEL OF CL08P-OPERADOR-ANTES
                           "  estado "
                           CL08O-ESTADO OF CL08P-OPERADOR-ANTES
                           "  " CL08O-NOMBRE OF CL08P-OPERADOR-ANTES
               END-IF
               DISPLAY "Situacion propuesta..: nivel "
                       CL08O-NIVEL OF CL08P-OPERADOR-NUEVO
                       "  estado "
                       CL08O-ESTADO OF CL08P-OPERADOR-NUEVO
                       "  " CL08O-NOMBRE OF CL08P-OPERADOR-NUEVO
           END-IF.
           DISPLAY "Solicitado por.......: "
                   CL08P-SOLICITANTE OF FD-REG-PENAPR
                   " el " CL08P-FECHA-SOL OF FD-REG-PENAPR.
           DISPLAY "Motivo...............: "
                   CL08P-MOTIVO OF FD-REG-PENAPR.

           IF CL08P-SOLICITANTE OF FD-REG-PENAPR = WS-OPERADOR
               DISPLAY "Solicitud propia, debe resolverla otro "
                       "supervisor."
               GO TO 4951-REVISAR-SOLICITUD-EXIT
           END-IF.

           IF CL08P-TIPO-OPERADOR OF FD-REG-PENAPR
              AND CL08P-OBJETO OF FD-REG-PENAPR = WS-OPERADOR
               DISPLAY "La solicitud es sobre su propio operador, "
                       "debe resolverla otro supervisor."
               GO TO 4951-REVISAR-SOLICITUD-EXIT
           END-IF.

           DISPLAY "A-Aprobar  R-Rechazar  S-Saltear  F-Fin de "
                   "revision:".
           ACCEPT WS-PEND-DECISION.

           EVALUATE TRUE
               WHEN WS-PEND-APROBAR
                   IF CL08P-TIPO-BAJA OF FD-REG-PENAPR
                       PERFORM 4960-APLICAR-BAJA
                          THRU 4960-APLICAR-BAJA-EXIT
                   ELSE
                       PERFORM 4970-APLICAR-OPERADOR
                          THRU 4970-APLICAR-OPERADOR-EXIT
                   END-IF
               WHEN WS-PEND-RECHAZAR
                   PERFORM 4980-RECHAZAR-SOLICITUD
                      THRU 4980-RECHAZAR-SOLICITUD-EXIT
               WHEN WS-PEND-FIN
                   SET WS-FIN-PEND TO TRUE
               WHEN OTHER
                   DISPLAY "Solicitud salteada, sigue pendiente."
           END-EVALUATE.

       4951-REVISAR-SOLICITUD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4960-APLICAR-BAJA.

           MOVE CL08P-DNI OF FD-REG-PENAPR TO WS-DNI-NUM.
           MOVE WS-DNI-NUM TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   DISPLAY "El usuario ya no existe en el maestro, "
                           "la solicitud se rechaza."
                   PERFORM 4980-RECHAZAR-SOLICITUD
                      THRU 4980-RECHAZAR-SOLICITUD-EXIT
                   GO TO 4960-APLICAR-BAJA-EXIT
           END-READ.

      *    La edad y los datos de modificacion cambian en los
      *    procesos nocturnos (rollover anual); solo se controla que
      *    los datos aprobados sigan como estaban al pedir la baja.
           IF CL08-ESTADO OF FD-REG-MAEUSU
                 NOT = CL08-ESTADO OF CL08P-USUARIO-ANTES
              OR CL08-NOMBRE OF FD-REG-MAEUSU
                 NOT = CL08-NOMBRE OF CL08P-USUARIO-ANTES
              OR CL08-APELLIDO OF FD-REG-MAEUSU
                 NOT = CL08-APELLIDO OF CL08P-USUARIO-ANTES
              OR CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU
                 NOT = CL08-ANO-NACIMIENTO OF CL08P-USUARIO-ANTES
              OR CL08-USUARIO-BAJA OF FD-REG-MAEUSU
                 NOT = CL08-USUARIO-BAJA OF CL08P-USUARIO-ANTES
              OR CL08-FECHA-BAJA OF FD-REG-MAEUSU
                 NOT = CL08-FECHA-BAJA OF CL08P-USUARIO-ANTES
              OR CL08-HORA-BAJA OF FD-REG-MAEUSU
                 NOT = CL08-HORA-BAJA OF CL08P-USUARIO-ANTES
              OR CL08-MOTIVO-BAJA OF FD-REG-MAEUSU
                 NOT = CL08-MOTIVO-BAJA OF CL08P-USUARIO-ANTES
               DISPLAY "El registro fue modificado despues de la "
                       "solicitud, la solicitud se rechaza."
               PERFORM 4980-RECHAZAR-SOLICITUD
                  THRU 4980-RECHAZAR-SOLICITUD-EXIT
               GO TO 4960-APLICAR-BAJA-EXIT
           END-IF.

           MOVE 'I'            TO CL08-ESTADO OF FD-REG-MAEUSU.
           MOVE CL08P-SOLICITANTE OF FD-REG-PENAPR
                               TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-BAJA OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE 'A'            TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           REWRITE FD-REG-MAEUSU
               INVALID KEY
                   DISPLAY "Error al dar de baja el registro, la "
                           "solicitud sigue pendiente."
                   GO TO 4960-APLICAR-BAJA-EXIT
           END-REWRITE.

           MOVE 'B' TO WS-ACCION-AUDIT.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.
           PERFORM 6300-GRABAR-JOURNAL
              THRU 6300-GRABAR-JOURNAL-EXIT.

           DELETE PENAPR RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo quitar la solicitud de "
                           "pendientes, status " WS-FS-PENAPR
           END-DELETE.

           DISPLAY "Baja aprobada, usuario dado de baja correctamente.".

       4960-APLICAR-BAJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4970-APLICAR-OPERADOR.

           MOVE 'N' TO WS-EXISTE-SW.
           MOVE CL08P-OBJETO OF FD-REG-PENAPR
             TO CL08O-OPERADOR OF FD-REG-OPEMAE.
           READ OPEMAE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

      *    La clave, la fecha de clave y los intentos cambian con el
      *    uso normal; solo se controla que nivel, estado y nombre
      *    sigan como estaban al pedir el cambio.
           IF WS-REGISTRO-EXISTE
               IF CL08P-OPERADOR-ANTES OF FD-REG-PENAPR = SPACES
                  OR CL08O-NIVEL OF FD-REG-OPEMAE
                     NOT = CL08O-NIVEL OF CL08P-OPERADOR-ANTES
                  OR CL08O-ESTADO OF FD-REG-OPEMAE
                     NOT = CL08O-ESTADO OF CL08P-OPERADOR-ANTES
                  OR CL08O-NOMBRE OF FD-REG-OPEMAE
                     NOT = CL08O-NOMBRE OF CL08P-OPERADOR-ANTES
                   DISPLAY "El operador fue modificado despues de la "
                           "solicitud, la solicitud se rechaza."
                   PERFORM 4980-RECHAZAR-SOLICITUD
                      THRU 4980-RECHAZAR-SOLICITUD-EXIT
                   GO TO 4970-APLICAR-OPERADOR-EXIT
               END-IF
           ELSE
               IF CL08P-OPERADOR-ANTES OF FD-REG-PENAPR NOT = SPACES
                   DISPLAY "El operador ya no existe en el maestro, "
                           "la solicitud se rechaza."
                   PERFORM 4980-RECHAZAR-SOLICITUD
                      THRU 4980-RECHAZAR-SOLICITUD-EXIT
                   GO TO 4970-APLICAR-OPERADOR-EXIT
               END-IF
           END-IF.

           MOVE CL08P-OPERADOR-NUEVO OF FD-REG-PENAPR TO FD-REG-OPEMAE.

           IF WS-REGISTRO-EXISTE
               REWRITE FD-REG-OPEMAE
                   INVALID KEY
                       DISPLAY "Error al grabar el operador, la "
                               "solicitud sigue pendiente."
                       GO TO 4970-APLICAR-OPERADOR-EXIT
               END-REWRITE
               DISPLAY "Cambio aprobado, operador actualizado."
           ELSE
               WRITE FD-REG-OPEMAE
                   INVALID KEY
                       DISPLAY "Error al grabar el operador, la "
                               "solicitud sigue pendiente."
                       GO TO 4970-APLICAR-OPERADOR-EXIT
               END-WRITE
               DISPLAY "Cambio aprobado, operador registrado."
           END-IF.

           MOVE 'O'  TO WS-ACCION-AUDIT.
           MOVE ZERO TO WS-DNI-NUM.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           DELETE PENAPR RECORD
               INVALID KEY
                   DISPLAY "Aviso: no se pudo quitar la solicitud de "
                           "pendientes, status " WS-FS-PENAPR
           END-DELETE.

       4970-APLICAR-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4980-RECHAZAR-SOLICITUD.

           MOVE ZERO TO WS-DNI-NUM.
           IF CL08P-TIPO-BAJA OF FD-REG-PENAPR
               MOVE CL08P-DNI OF FD-REG-PENAPR TO WS-DNI-NUM
           END-IF.

           DELETE PENAPR RECORD
               INVALID KEY
                   DISPLAY "Error al rechazar la solicitud, status "
                           WS-FS-PENAPR
                   GO TO 4980-RECHAZAR-SOLICITUD-EXIT
           END-DELETE.

           MOVE 'N' TO WS-ACCION-AUDIT.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           DISPLAY "Solicitud rechazada.".

       4980-RECHAZAR-SOLICITUD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4990-GRABAR-SOLICITUD.

           MOVE WS-OPERADOR         TO CL08P-SOLICITANTE
                                        OF FD-REG-PENAPR.
           MOVE WS-FECHA-NUM        TO CL08P-FECHA-SOL OF FD-REG-PENAPR.
           MOVE WS-HORA-HHMMSS      TO CL08P-HORA-SOL OF FD-REG-PENAPR.
           MOVE WS-MOTIVO-SOLICITUD TO CL08P-MOTIVO OF FD-REG-PENAPR.

           WRITE FD-REG-PENAPR
               INVALID KEY
                   DISPLAY "Error al registrar la solicitud, status "
                           WS-FS-PENAPR
               NOT INVALID KEY
                   MOVE 'P' TO WS-ACCION-AUDIT
                   PERFORM 6100-GRABAR-AUDITORIA
                      THRU 6100-GRABAR-AUDITORIA-EXIT
                   DISPLAY "Solicitud registrada, queda pendiente de "
                           "aprobacion por otro supervisor."
           END-WRITE.

       4990-GRABAR-SOLICITUD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5000-CARGAR-MAESTRO.

           MOVE ZERO TO WS-CANT-USU.
              WITH POINTER WS-CSV-PTR.

           IF WS-INCLUIR-CONTACTOS
               STRING ',Direccion,Localidad,Telefono,Email,'
                      'Correo Devuelto,Email Rebotado'
                      DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
                                                   DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
               PERFORM 8260-MARCAR-CANALES-CSV
                  THRU 8260-MARCAR-CANALES-CSV-EXIT
           END-IF.

           WRITE FD-REG-CSVOUT FROM WS-LINEA-CSV.

           EXIT.
      *----------------------------------------------------------------*
       8260-MARCAR-CANALES-CSV.

           IF CL08C-POSTAL-DEVUELTO OF WS-REG-CONUSU
               STRING ',S' DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
           ELSE
               STRING ',N' DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
           END-IF.

           IF CL08C-EMAIL-REBOTADO OF WS-REG-CONUSU
               STRING ',S' DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
           ELSE
               STRING ',N' DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
                  WITH POINTER WS-CSV-PTR
           END-IF.

       8260-MARCAR-CANALES-CSV-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE MAEUSU.
           CLOSE AUDLOG.
           CLOSE OPEMAE.
           CLOSE CONUSU.
           CLOSE LOCMAE.
           CLOSE PENAPR.
           CLOSE TUTMAE.

       9000-CERRAR-ARCHIVOS-EXIT.


           EXIT.
      *----------------------------------------------------------------*
       9500-ABRIR-LOCALIDADES.

           OPEN I-O LOCMAE.
           IF NOT WS-FS-LOCMAE-OK
               OPEN OUTPUT LOCMAE
               CLOSE LOCMAE
               OPEN I-O LOCMAE
           END-IF.

           IF WS-FS-LOCMAE-OK
               SET WS-LOCMAE-ABIERTO TO TRUE
           END-IF.

       9500-ABRIR-LOCALIDADES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9600-ABRIR-PENDIENTES.

           OPEN I-O PENAPR.
           IF NOT WS-FS-PENAPR-OK
               OPEN OUTPUT PENAPR
               CLOSE PENAPR
               OPEN I-O PENAPR
           END-IF.

           IF WS-FS-PENAPR-OK
               SET WS-PENAPR-ABIERTO TO TRUE
           END-IF.

       9600-ABRIR-PENDIENTES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9700-ABRIR-TUTORES.

           OPEN I-O TUTMAE.
           IF NOT WS-FS-TUTMAE-OK
               OPEN OUTPUT TUTMAE
               CLOSE TUTMAE
               OPEN I-O TUTMAE
           END-IF.

           IF WS-FS-TUTMAE-OK
               SET WS-TUTMAE-ABIERTO TO TRUE
           END-IF.

       9700-ABRIR-TUTORES-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ02.

      *----------------------------------------------------------------
      * Libreria de utilidad -- consulta por clave del maestro de
      * mandatos de debito directo MANDATOS.DAT (ver el encabezado de
      * ATPCMAN-WS.cpy)
      *
      * Dependencias:
      *  - Debe estar declarada la FD MAN-MANDATOS (COPY "ATPCMAN-MAN"
      *    en la FILE SECTION) y su SELECT en FILE-CONTROL con
      *    FILE STATUS IS WS-ATPCMAN-STATUS
      *
      * Procesos de uso Publicos:
      *  - ATPCMAN-ABRIR-CONSULTA
      *  - ATPCMAN-ABRIR-ACTUALIZACION
      *  - ATPCMAN-CONSULTAR-MANDATO
      *  - ATPCMAN-GRABAR-MANDATO
      *  - ATPCMAN-CERRAR-CONSULTA
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-ABRIR-CONSULTA
      *----------------------------------------------------------------
      * Abre el maestro para lectura por clave; sin maestro se avisa
      * por consola y las consultas posteriores devuelven error
      *----------------------------------------------------------------
       ATPCMAN-ABRIR-CONSULTA.
           INITIALIZE WS-ATPCMAN-RETORNO
           OPEN INPUT MAN-MANDATOS
           IF WS-ATPCMAN-STATUS = "00"
              SET WS-ATPCMAN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCMAN-DISPONIBLE TO FALSE
              SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
              MOVE "Maestro MANDATOS.DAT no disponible"
                TO WS-ATPCMAN-RETORNO-DESC
              DISPLAY "ATPCMAN - AVISO: maestro MANDATOS.DAT no "
                      "disponible -- FILE STATUS:["
                      WS-ATPCMAN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-ABRIR-ACTUALIZACION
      *----------------------------------------------------------------
      * Igual que ATPCMAN-ABRIR-CONSULTA pero abre el maestro para
      * actualizacion; si el maestro aun no existe lo crea vacio
      *----------------------------------------------------------------
       ATPCMAN-ABRIR-ACTUALIZACION.
           INITIALIZE WS-ATPCMAN-RETORNO
           OPEN I-O MAN-MANDATOS
           IF WS-ATPCMAN-STATUS = "35"
              OPEN OUTPUT MAN-MANDATOS
              IF WS-ATPCMAN-STATUS = "00"
                 CLOSE MAN-MANDATOS
                 OPEN I-O MAN-MANDATOS
              END-IF
           END-IF
           IF WS-ATPCMAN-STATUS = "00"
              SET WS-ATPCMAN-DISPONIBLE TO TRUE
           ELSE
              SET WS-ATPCMAN-DISPONIBLE TO FALSE
              SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
              MOVE "Maestro MANDATOS.DAT no disponible"
                TO WS-ATPCMAN-RETORNO-DESC
              DISPLAY "ATPCMAN - AVISO: maestro MANDATOS.DAT no "
                      "disponible para actualizar -- FILE STATUS:["
                      WS-ATPCMAN-STATUS "]"
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-CONSULTAR-MANDATO
      *----------------------------------------------------------------
      * Lee por clave la cuenta de WS-ATPCMAN-ENTRADA. Sin cuenta o
      * sin maestro deja MAN-MANDATOS-REG inicializado con la clave
      * pedida y RETORNO-ERROR; WS-ATPCMAN-EXISTE indica si la cuenta
      * ya figura (para ATPCMAN-GRABAR-MANDATO)
      * Ejemplo:
      *     MOVE CTM-CODENT    TO WS-ATPCMAN-CODENT
      *     MOVE CTM-NUMCUENTA TO WS-ATPCMAN-NUMCUENTA
      *     PERFORM ATPCMAN-CONSULTAR-MANDATO
      *     IF WS-ATPCMAN-RETORNO-OK ... MAN-ACTIVO ...
      *----------------------------------------------------------------
       ATPCMAN-CONSULTAR-MANDATO.
           INITIALIZE WS-ATPCMAN-RETORNO
           SET WS-ATPCMAN-EXISTE TO FALSE
           IF NOT WS-ATPCMAN-DISPONIBLE
              PERFORM ATPCMAN-MANPIAR-REGISTRO
              SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
              MOVE "Maestro MANDATOS.DAT no disponible"
                TO WS-ATPCMAN-RETORNO-DESC
           ELSE
              MOVE WS-ATPCMAN-CODENT    TO MAN-CODENT
              MOVE WS-ATPCMAN-NUMCUENTA TO MAN-NUMCUENTA
              READ MAN-MANDATOS
                  INVALID KEY
                     PERFORM ATPCMAN-MANPIAR-REGISTRO
                     SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
                     MOVE "Cuenta sin mandato en MANDATOS.DAT"
                       TO WS-ATPCMAN-RETORNO-DESC
                  NOT INVALID KEY
                     SET WS-ATPCMAN-EXISTE TO TRUE
              END-READ
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-GRABAR-MANDATO
      *----------------------------------------------------------------
      * Graba MAN-MANDATOS-REG tal como lo dejo el llamador luego de
      * un ATPCMAN-CONSULTAR-MANDATO sobre el maestro abierto con
      * ATPCMAN-ABRIR-ACTUALIZACION: regraba si la cuenta existia,
      * da de alta si no
      *----------------------------------------------------------------
       ATPCMAN-GRABAR-MANDATO.
           INITIALIZE WS-ATPCMAN-RETORNO
           IF NOT WS-ATPCMAN-DISPONIBLE
              SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
              MOVE "Maestro MANDATOS.DAT no disponible"
                TO WS-ATPCMAN-RETORNO-DESC
           ELSE
              IF WS-ATPCMAN-EXISTE
                 REWRITE MAN-MANDATOS-REG
                     INVALID KEY
                        SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
                 END-REWRITE
              ELSE
                 WRITE MAN-MANDATOS-REG
                     INVALID KEY
                        SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
                 END-WRITE
              END-IF
              IF WS-ATPCMAN-STATUS NOT = "00"
                 SET WS-ATPCMAN-RETORNO-ERROR TO TRUE
              END-IF
              IF WS-ATPCMAN-RETORNO-ERROR
                 MOVE "No se pudo grabar la cuenta en MANDATOS.DAT"
                   TO WS-ATPCMAN-RETORNO-DESC
              ELSE
                 SET WS-ATPCMAN-EXISTE TO TRUE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-MANPIAR-REGISTRO
      *----------------------------------------------------------------
      * Uso interno: area de registro vacia con la clave pedida
      *----------------------------------------------------------------
       ATPCMAN-MANPIAR-REGISTRO.
           INITIALIZE MAN-MANDATOS-REG
           MOVE WS-ATPCMAN-CODENT    TO MAN-CODENT
           MOVE WS-ATPCMAN-NUMCUENTA TO MAN-NUMCUENTA
           .

      *----------------------------------------------------------------
      * Proceso: ATPCMAN-CERRAR-CONSULTA
      *----------------------------------------------------------------
       ATPCMAN-CERRAR-CONSULTA.
           IF WS-ATPCMAN-DISPONIBLE
              CLOSE MAN-MANDATOS
              SET WS-ATPCMAN-DISPONIBLE TO FALSE
           END-IF
           .

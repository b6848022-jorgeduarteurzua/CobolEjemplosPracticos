      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Recuperacion hacia adelante tras RestaurarMaestro: el
      *          maestro restaurado queda al momento del respaldo, y
      *          este programa le reaplica en orden los cambios
      *          posteriores. Para clientes.dat recorre
      *          clientes_audit.txt desde la fecha/hora que el
      *          catalogo (respaldos_cat.txt) anota para la generacion
      *          y se apoya en preimagen.dat para los registros
      *          completos (altas, restauraciones, campos largos y
      *          cambios no auditados); para cuentas.dat reaplica los
      *          movimientos de movimientos.dat posteriores al ultimo
      *          correlativo de cada cuenta. Se puede detener en un
      *          punto en el tiempo (fecha/hora de corte) y todo
      *          cambio que no calce limpio queda en el reporte
      *          RECUPERACION del spool. Se corre con el sistema
      *          detenido, igual que la restauracion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperarMaestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-usuarios
               ASSIGN TO DYNAMIC WS-RUTA-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-preimagen
               ASSIGN TO
           "C:\PgmCobols\Data\preimagen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS preimg-llave
               FILE STATUS IS FS-PREIMAGEN.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT archivo-auditoria
               ASSIGN TO
           "C:\PgmCobols\Data\clientes_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT catalogo-respaldos ASSIGN TO
           "C:\PgmCobols\Data\respaldos_cat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.

      *       Salida con nombre de spool fechado (GenerarNombreSpool).
           SELECT reporte-recuperacion
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-preimagen.
           copy "C:\PgmCobols\FD\FDPreimagen.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  archivo-auditoria.
       01  audit-linea          PIC X(200).

       FD  catalogo-respaldos.
       01  catalogo-linea       PIC X(100).

       FD  reporte-recuperacion.
       01  REP-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01  WS-RUTA-CLIENTES    PIC X(60).
       01 PAR-SALIDA-AMBIENTE.
           05  LK-AMB-CODIGO       PIC X(04).
           05  LK-AMB-DESCRIPCION  PIC X(20).
           05  LK-AMB-RUTA-BASE    PIC X(40).

       01  FS-USUARIOS         PIC XX.
       01  FS-PREIMAGEN        PIC XX.
       01  FS-CUENTAS          PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-AUDITORIA        PIC XX.
       01  FS-CATALOGO         PIC XX.
       01  fin-auditoria       PIC X.
       01  fin-catalogo        PIC X.
       01  fin-movimientos     PIC X.
       01  fin-preimagen       PIC X.

       01  WS-OPERADOR         PIC X(10).
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(06).
       01  WS-FECHA-GEN        PIC 9(08).
       01  WS-MAESTRO          PIC 9.
      *        1 = clientes.dat, 2 = cuentas.dat, 3 = ambos.
       01  WS-FECHA-CORTE      PIC 9(08).
       01  WS-HORA-CORTE       PIC 9(06).
       01  WS-PREIMG-OK        PIC X.

      *    CATALOGO DE RESPALDOS: LA FECHA/HORA DE LA GENERACION ES
      *    EL PUNTO DESDE EL CUAL HAY QUE REAPLICAR.
       01  WS-RUTA-GEN         PIC X(60).
       01  WS-HALLADO-CAT      PIC X.
       01  WS-CAT-FECHA        PIC X(08).
       01  WS-CAT-HORA         PIC X(06).
       01  WS-CAT-RUTA         PIC X(60).
       01  WS-CAT-CANT         PIC 9(06).

      *    MARCAS DE TIEMPO AAAAMMDDHHMMSS; SE COMPARAN COMO GRUPO.
       01  WS-TS-GEN.
           05  WS-GEN-FECHA    PIC 9(08).
           05  WS-GEN-HORA     PIC 9(06).
       01  WS-TS-CORTE.
           05  WS-COR-FECHA    PIC 9(08).
           05  WS-COR-HORA     PIC 9(06).
       01  WS-TS-AUD.
           05  WS-AUD-FECHA    PIC 9(08).
           05  WS-AUD-HORA     PIC 9(06).
      *        Ultima linea de auditoria aplicada: una preimagen
      *        anterior a ella ya quedo cubierta por esa linea.
       01  WS-TS-ANTERIOR.
           05  WS-ANT-FECHA    PIC 9(08).
           05  WS-ANT-HORA     PIC 9(06).
       01  WS-TS-PREIMG.
           05  WS-PRE-FECHA    PIC 9(08).
           05  WS-PRE-HORA     PIC 9(06).
       01  WS-TS-ELEGIDA.
           05  WS-ELE-FECHA    PIC 9(08).
           05  WS-ELE-HORA     PIC 9(06).
       01  WS-TS-MOV.
           05  WS-MOV-FECHA    PIC 9(08).
           05  WS-MOV-HORA     PIC 9(06).

      *    LINEA DE clientes_audit.txt DESARMADA.
       01  WS-AUD-FECHA-X      PIC X(08).
       01  WS-AUD-HORA-X       PIC X(06).
       01  WS-AUD-RUTDV        PIC X(12).
       01  WS-AUD-RUT          PIC 9(10).
       01  WS-AUD-CAMPO        PIC X(15).
       01  WS-AUD-VALOR-ANT    PIC X(50).
       01  WS-AUD-VALOR-NUE    PIC X(50).
       01  WS-AUD-USUARIO      PIC X(20).
       01  WS-LINEA-VALIDA     PIC X.

      *    VALORES NORMALIZADOS PARA COMPARAR CONTRA EL REGISTRO.
       01  WS-VALOR-ACTUAL     PIC X(50).
       01  WS-CMP-ANT          PIC X(50).
       01  WS-CMP-NUE          PIC X(50).
       01  WS-VALOR-LARGO      PIC X(100).
       01  WS-CAMPO-CONOCIDO   PIC X.
       01  WS-CAMPO-LARGO      PIC X.

      *    IMAGENES DE TRABAJO DEL REGISTRO DE CLIENTE.
       01  WS-PREIMG-HALLADA   PIC X.
       01  WS-DESDE-INCLUSIVE  PIC X.
       01  WS-IMAGEN-TRABAJO   PIC X(600).
       01  WS-REGISTRO-GUARDA  PIC X(600).
       01  WS-RESTAURA-FECHA   PIC X(08).
       01  WS-RESTAURA-HORA    PIC X(06).
       01  WS-CUENTA-EXISTE    PIC X.

      *    LINEA DE EXCEPCION DEL REPORTE.
       01  WS-EXC-RUT          PIC 9(10).
       01  WS-EXC-FECHA        PIC 9(08).
       01  WS-EXC-HORA         PIC 9(06).
       01  WS-EXC-DATO         PIC X(15).
       01  WS-EXC-MENSAJE      PIC X(70).

       01  WS-CONT-LEIDAS      PIC 9(06) VALUE 0.
       01  WS-CONT-APLICADAS   PIC 9(06) VALUE 0.
       01  WS-CONT-YA-APLIC    PIC 9(06) VALUE 0.
       01  WS-CONT-AJUSTES     PIC 9(06) VALUE 0.
       01  WS-CONT-OMITIDAS    PIC 9(06) VALUE 0.
       01  WS-CONT-MOV-APLIC   PIC 9(06) VALUE 0.
       01  WS-CONT-MOV-CORTE   PIC 9(06) VALUE 0.
       01  WS-CONT-EXCEPCION   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVER-RUTA-CLIENTES
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME

           DISPLAY "Operador que ejecuta: "
           ACCEPT WS-OPERADOR
           DISPLAY "MAESTRO A RECUPERAR (1=clientes.dat "
                   "2=cuentas.dat 3=ambos): "
           MOVE 0 TO WS-MAESTRO
           ACCEPT WS-MAESTRO
           IF WS-MAESTRO < 1 OR WS-MAESTRO > 3 THEN
              GOBACK
           END-IF
           DISPLAY "FECHA DE LA GENERACION RESTAURADA (AAAAMMDD): "
           ACCEPT WS-FECHA-GEN
           IF WS-FECHA-GEN = 0 THEN
              GOBACK
           END-IF
      *       EL CORTE PERMITE RECUPERAR HASTA JUSTO ANTES DE UN
      *       CAMBIO EQUIVOCADO; 0 = HASTA EL ULTIMO CAMBIO REGISTRADO.
           DISPLAY "RECUPERAR HASTA FECHA (AAAAMMDD, 0 = TODO): "
           MOVE 0 TO WS-FECHA-CORTE
           ACCEPT WS-FECHA-CORTE
           IF WS-FECHA-CORTE = 0 THEN
              MOVE 99999999 TO WS-COR-FECHA
              MOVE 999999   TO WS-COR-HORA
           ELSE
              DISPLAY "HASTA HORA (HHMMSS, 0 = FIN DEL DIA): "
              MOVE 0 TO WS-HORA-CORTE
              ACCEPT WS-HORA-CORTE
              IF WS-HORA-CORTE = 0 THEN
                 MOVE 999999 TO WS-HORA-CORTE
              END-IF
              MOVE WS-FECHA-CORTE TO WS-COR-FECHA
              MOVE WS-HORA-CORTE  TO WS-COR-HORA
           END-IF

           MOVE "RECUPERACION" TO lk-sp-reporte
           MOVE WS-OPERADOR    TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-recuperacion
           PERFORM REP-ENCABEZADO

           IF WS-MAESTRO = 1 OR WS-MAESTRO = 3 THEN
              PERFORM RECUPERAR-CLIENTES THRU RECUPERAR-CLIENTES-FIN
           END-IF
           IF WS-MAESTRO = 2 OR WS-MAESTRO = 3 THEN
              PERFORM RECUPERAR-CUENTAS THRU RECUPERAR-CUENTAS-FIN
           END-IF

           PERFORM REP-PIE
           CLOSE reporte-recuperacion

           DISPLAY "-------------------------------------------"
           DISPLAY "CAMBIOS DE CLIENTES LEIDOS....: " WS-CONT-LEIDAS
           DISPLAY "CAMBIOS REAPLICADOS...........: "
                   WS-CONT-APLICADAS
           DISPLAY "MOVIMIENTOS REAPLICADOS.......: "
                   WS-CONT-MOV-APLIC
           DISPLAY "EXCEPCIONES EN EL REPORTE.....: "
                   WS-CONT-EXCEPCION
           DISPLAY "REPORTE: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * BUSCAR-EN-CATALOGO : ubica WS-RUTA-GEN en el catalogo y   *
      * deja en WS-TS-GEN la fecha/hora en que se tomo.           *
      *----------------------------------------------------------*
       BUSCAR-EN-CATALOGO.
           MOVE "N" TO WS-HALLADO-CAT fin-catalogo
           MOVE 0   TO WS-TS-GEN
           OPEN INPUT catalogo-respaldos
           IF FS-CATALOGO NOT = "00" THEN
              MOVE "S" TO fin-catalogo
           END-IF
           PERFORM UNTIL fin-catalogo = "S"
               READ catalogo-respaldos INTO catalogo-linea
                   AT END
                       MOVE "S" TO fin-catalogo
                   NOT AT END
                       UNSTRING catalogo-linea DELIMITED BY ";"
                           INTO WS-CAT-FECHA, WS-CAT-HORA,
                                WS-CAT-RUTA, WS-CAT-CANT
                       END-UNSTRING
                       IF WS-CAT-RUTA = WS-RUTA-GEN AND
                          WS-CAT-FECHA IS NUMERIC AND
                          WS-CAT-HORA IS NUMERIC THEN
                          MOVE "S"          TO WS-HALLADO-CAT
                          MOVE WS-CAT-FECHA TO WS-GEN-FECHA
                          MOVE WS-CAT-HORA  TO WS-GEN-HORA
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CATALOGO = "00" OR FS-CATALOGO = "10" THEN
              CLOSE catalogo-respaldos
           END-IF
           .

      *----------------------------------------------------------*
      * RECUPERAR-CLIENTES : recorre la auditoria desde el        *
      * momento del respaldo hasta el corte, en el orden en que   *
      * se grabo, reaplicando cada cambio sobre clientes.dat.     *
      *----------------------------------------------------------*
       RECUPERAR-CLIENTES.
           MOVE SPACES TO WS-RUTA-GEN
           STRING "C:\PgmCobols\Data\clientes_G" DELIMITED BY SIZE
                  WS-FECHA-GEN                   DELIMITED BY SIZE
                  ".dat"                         DELIMITED BY SIZE
                     INTO WS-RUTA-GEN
           END-STRING
           PERFORM BUSCAR-EN-CATALOGO
           IF WS-HALLADO-CAT NOT = "S" THEN
              MOVE SPACES TO REP-LINEA
              STRING "clientes.dat: LA GENERACION " DELIMITED BY SIZE
                     WS-FECHA-GEN                   DELIMITED BY SIZE
                     " NO FIGURA EN EL CATALOGO; NO SE RECUPERA."
                                                    DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
              ADD 1 TO WS-CONT-EXCEPCION
              GO TO RECUPERAR-CLIENTES-FIN
           END-IF

           OPEN I-O datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              MOVE SPACES TO REP-LINEA
              STRING "NO SE PUDO ABRIR clientes.dat: " DELIMITED BY SIZE
                     FS-USUARIOS                   DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
              ADD 1 TO WS-CONT-EXCEPCION
              GO TO RECUPERAR-CLIENTES-FIN
           END-IF
           OPEN INPUT archivo-auditoria
           IF FS-AUDITORIA NOT = "00" THEN
              MOVE "NO HAY clientes_audit.txt; NADA QUE REAPLICAR."
                   TO REP-LINEA
              WRITE REP-LINEA
              CLOSE datos-usuarios
              GO TO RECUPERAR-CLIENTES-FIN
           END-IF
      *       SIN preimagen.dat SE REAPLICA SOLO CON LA AUDITORIA; LAS
      *       ALTAS Y RESTAURACIONES QUEDAN COMO EXCEPCION.
           MOVE "S" TO WS-PREIMG-OK
           OPEN INPUT datos-preimagen
           IF FS-PREIMAGEN NOT = "00" THEN
              MOVE "N" TO WS-PREIMG-OK
           END-IF

           MOVE SPACES TO REP-LINEA
           STRING "clientes.dat: GENERACION DEL " DELIMITED BY SIZE
                  WS-GEN-FECHA                    DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-GEN-HORA                     DELIMITED BY SIZE
                  "; SE REAPLICA LA AUDITORIA POSTERIOR."
                                                  DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA

           MOVE WS-TS-GEN TO WS-TS-ANTERIOR
           MOVE "N" TO fin-auditoria
           PERFORM UNTIL fin-auditoria = "S"
               READ archivo-auditoria INTO audit-linea
                   AT END
                       MOVE "S" TO fin-auditoria
                   NOT AT END
                       PERFORM PROCESAR-LINEA-AUDIT THRU
                               PROCESAR-LINEA-AUDIT-FIN
               END-READ
           END-PERFORM

           CLOSE archivo-auditoria datos-usuarios
           IF WS-PREIMG-OK = "S" THEN
              CLOSE datos-preimagen
           END-IF.
       RECUPERAR-CLIENTES-FIN.
           EXIT.

       DESARMAR-LINEA-AUDIT.
           MOVE "N"    TO WS-LINEA-VALIDA
           MOVE SPACES TO WS-AUD-FECHA-X WS-AUD-HORA-X WS-AUD-RUTDV
                          WS-AUD-CAMPO WS-AUD-VALOR-ANT
                          WS-AUD-VALOR-NUE WS-AUD-USUARIO
           UNSTRING audit-linea DELIMITED BY ";"
               INTO WS-AUD-FECHA-X, WS-AUD-HORA-X, WS-AUD-RUTDV,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUE, WS-AUD-USUARIO
           END-UNSTRING
           IF WS-AUD-FECHA-X IS NUMERIC AND
              WS-AUD-HORA-X IS NUMERIC AND
              WS-AUD-RUTDV(1:10) IS NUMERIC THEN
              MOVE "S"                TO WS-LINEA-VALIDA
              MOVE WS-AUD-FECHA-X     TO WS-AUD-FECHA
              MOVE WS-AUD-HORA-X      TO WS-AUD-HORA
              MOVE WS-AUD-RUTDV(1:10) TO WS-AUD-RUT
           END-IF
           .

      *----------------------------------------------------------*
      * PROCESAR-LINEA-AUDIT : una linea de la auditoria. Lo      *
      * anterior al respaldo ya esta en la generacion; la primera *
      * linea posterior al corte termina la pasada.               *
      *----------------------------------------------------------*
       PROCESAR-LINEA-AUDIT.
           PERFORM DESARMAR-LINEA-AUDIT
           IF WS-LINEA-VALIDA NOT = "S" THEN
              GO TO PROCESAR-LINEA-AUDIT-FIN
           END-IF
           IF WS-TS-AUD NOT > WS-TS-GEN THEN
              GO TO PROCESAR-LINEA-AUDIT-FIN
           END-IF
           IF WS-TS-AUD > WS-TS-CORTE THEN
              MOVE "S" TO fin-auditoria
              GO TO PROCESAR-LINEA-AUDIT-FIN
           END-IF
           ADD 1 TO WS-CONT-LEIDAS

           EVALUATE WS-AUD-CAMPO
      *           Constancias que no modifican clientes.dat (operadores,
      *           tareas, castigos, fusiones ya reflejadas en ESTADO) o
      *           que pertenecen a cuentas.dat.
               WHEN "FUSION"
               WHEN "CASTIGO"
               WHEN "WATCHLIST"
               WHEN "TAREA-OPERADOR"
               WHEN "OPERADOR"
               WHEN "OPER_PERFIL"
               WHEN "OPER_ESTADO"
               WHEN "OPER_CLAVE"
               WHEN "PERMISOS"
               WHEN "LIMITE-CRED"
                   ADD 1 TO WS-CONT-OMITIDAS
               WHEN "REGISTRO"
                   PERFORM APLICAR-REGISTRO THRU APLICAR-REGISTRO-FIN
                   MOVE WS-TS-AUD TO WS-TS-ANTERIOR
               WHEN OTHER
                   PERFORM APLICAR-CAMBIO-CAMPO THRU
                           APLICAR-CAMBIO-CAMPO-FIN
                   MOVE WS-TS-AUD TO WS-TS-ANTERIOR
           END-EVALUATE.
       PROCESAR-LINEA-AUDIT-FIN.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-CAMBIO-CAMPO : primero alinea el registro con la  *
      * preimagen que dejo la regrabacion (recoge cambios que no  *
      * pasan por la auditoria); luego aplica el valor nuevo si   *
      * el registro tenia el valor anterior esperado.             *
      *----------------------------------------------------------*
       APLICAR-CAMBIO-CAMPO.
           MOVE WS-AUD-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN EL MAESTRO RESTAURADO"
                        TO WS-EXC-MENSAJE
                   PERFORM ANOTAR-EXCEPCION-AUDIT
                   GO TO APLICAR-CAMBIO-CAMPO-FIN
           END-READ

           PERFORM AJUSTAR-A-PREIMAGEN THRU AJUSTAR-A-PREIMAGEN-FIN

           MOVE WS-AUD-VALOR-ANT TO WS-CMP-ANT
           MOVE WS-AUD-VALOR-NUE TO WS-CMP-NUE
           PERFORM TOMAR-VALOR-ACTUAL
           IF WS-CAMPO-CONOCIDO NOT = "S" THEN
              MOVE "CAMPO DESCONOCIDO; NO SE REAPLICA"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-AUDIT
              GO TO APLICAR-CAMBIO-CAMPO-FIN
           END-IF
           IF WS-VALOR-ACTUAL = WS-CMP-NUE THEN
              ADD 1 TO WS-CONT-YA-APLIC
              GO TO APLICAR-CAMBIO-CAMPO-FIN
           END-IF
           IF WS-VALOR-ACTUAL NOT = WS-CMP-ANT THEN
              MOVE SPACES TO WS-EXC-MENSAJE
              STRING "VALOR ANTERIOR NO CALZA (ERA "
                                          DELIMITED BY SIZE
                     WS-VALOR-ACTUAL      DELIMITED BY "  "
                     "); SE APLICA IGUAL" DELIMITED BY SIZE
                        INTO WS-EXC-MENSAJE
              END-STRING
              PERFORM ANOTAR-EXCEPCION-AUDIT
           END-IF

           PERFORM PONER-VALOR-NUEVO
           IF WS-CAMPO-LARGO = "S" AND WS-CMP-NUE(50:1) NOT = SPACE
              THEN
              PERFORM COMPLETAR-CAMPO-LARGO THRU
                      COMPLETAR-CAMPO-LARGO-FIN
           END-IF
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-APLICADAS
           ELSE
              MOVE SPACES TO WS-EXC-MENSAJE
              STRING "NO SE PUDO REGRABAR: " DELIMITED BY SIZE
                     FS-USUARIOS             DELIMITED BY SIZE
                        INTO WS-EXC-MENSAJE
              END-STRING
              PERFORM ANOTAR-EXCEPCION-AUDIT
           END-IF.
       APLICAR-CAMBIO-CAMPO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * AJUSTAR-A-PREIMAGEN : la preimagen mas reciente del RUT   *
      * posterior a la ultima linea aplicada es el registro tal   *
      * como estaba justo antes de este cambio; si difiere, el    *
      * registro se alinea a ella y queda anotado.                *
      *----------------------------------------------------------*
       AJUSTAR-A-PREIMAGEN.
           PERFORM BUSCAR-PREIMAGEN-PREVIA THRU
                   BUSCAR-PREIMAGEN-PREVIA-FIN
           IF WS-PREIMG-HALLADA NOT = "S" THEN
              GO TO AJUSTAR-A-PREIMAGEN-FIN
           END-IF
           IF usuario-registro = WS-IMAGEN-TRABAJO THEN
              GO TO AJUSTAR-A-PREIMAGEN-FIN
           END-IF
           MOVE WS-IMAGEN-TRABAJO TO usuario-registro
           REWRITE usuario-registro END-REWRITE
           ADD 1 TO WS-CONT-AJUSTES
           MOVE SPACES TO WS-EXC-MENSAJE
           STRING "AJUSTADO A PREIMAGEN " DELIMITED BY SIZE
                  WS-ELE-FECHA            DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WS-ELE-HORA             DELIMITED BY SIZE
                  " (CAMBIO NO AUDITADO)" DELIMITED BY SIZE
                     INTO WS-EXC-MENSAJE
           END-STRING
           PERFORM ANOTAR-EXCEPCION-AUDIT.
       AJUSTAR-A-PREIMAGEN-FIN.
           EXIT.

       BUSCAR-PREIMAGEN-PREVIA.
           MOVE "N" TO WS-PREIMG-HALLADA
           IF WS-PREIMG-OK NOT = "S" THEN
              GO TO BUSCAR-PREIMAGEN-PREVIA-FIN
           END-IF
           MOVE WS-AUD-RUT   TO preimg-rut
           MOVE WS-ANT-FECHA TO preimg-fecha
           MOVE WS-ANT-HORA  TO preimg-hora
           MOVE "N" TO fin-preimagen
           START datos-preimagen KEY IS > preimg-llave
               INVALID KEY
                   MOVE "S" TO fin-preimagen
           END-START
           PERFORM UNTIL fin-preimagen = "S"
               READ datos-preimagen NEXT RECORD
                   AT END
                       MOVE "S" TO fin-preimagen
                   NOT AT END
                       MOVE preimg-fecha TO WS-PRE-FECHA
                       MOVE preimg-hora  TO WS-PRE-HORA
                       IF preimg-rut NOT = WS-AUD-RUT OR
                          WS-TS-PREIMG > WS-TS-AUD THEN
                          MOVE "S" TO fin-preimagen
                       ELSE
                          MOVE "S"           TO WS-PREIMG-HALLADA
                          MOVE preimg-imagen TO WS-IMAGEN-TRABAJO
                          MOVE WS-TS-PREIMG  TO WS-TS-ELEGIDA
                       END-IF
               END-READ
           END-PERFORM.
       BUSCAR-PREIMAGEN-PREVIA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-PREIMAGEN-SIGUIENTE : primera imagen del RUT desde *
      * la linea actual (incluida si WS-DESDE-INCLUSIVE = "S")    *
      * hasta el corte. Para un alta es el registro recien        *
      * creado; para un campo largo, el registro con el valor     *
      * completo.                                                 *
      *----------------------------------------------------------*
       BUSCAR-PREIMAGEN-SIGUIENTE.
           MOVE "N" TO WS-PREIMG-HALLADA
           IF WS-PREIMG-OK NOT = "S" THEN
              GO TO BUSCAR-PREIMAGEN-SIGUIENTE-FIN
           END-IF
           MOVE WS-AUD-RUT   TO preimg-rut
           MOVE WS-AUD-FECHA TO preimg-fecha
           MOVE WS-AUD-HORA  TO preimg-hora
           MOVE "N" TO fin-preimagen
           IF WS-DESDE-INCLUSIVE = "S" THEN
              START datos-preimagen KEY IS NOT < preimg-llave
                  INVALID KEY
                      MOVE "S" TO fin-preimagen
              END-START
           ELSE
              START datos-preimagen KEY IS > preimg-llave
                  INVALID KEY
                      MOVE "S" TO fin-preimagen
              END-START
           END-IF
           IF fin-preimagen = "S" THEN
              GO TO BUSCAR-PREIMAGEN-SIGUIENTE-FIN
           END-IF
           READ datos-preimagen NEXT RECORD
               AT END
                   GO TO BUSCAR-PREIMAGEN-SIGUIENTE-FIN
           END-READ
           MOVE preimg-fecha TO WS-PRE-FECHA
           MOVE preimg-hora  TO WS-PRE-HORA
           IF preimg-rut = WS-AUD-RUT AND
              WS-TS-PREIMG NOT > WS-TS-CORTE THEN
              MOVE "S"           TO WS-PREIMG-HALLADA
              MOVE preimg-imagen TO WS-IMAGEN-TRABAJO
           END-IF.
       BUSCAR-PREIMAGEN-SIGUIENTE-FIN.
           EXIT.

      *----------------------------------------------------------*
      * COMPLETAR-CAMPO-LARGO : la auditoria guarda 50 posiciones;*
      * EMAIL, RAZON_SOCIAL y GIRO pueden ser mas largos. El      *
      * valor completo sale de la siguiente imagen del RUT.       *
      *----------------------------------------------------------*
       COMPLETAR-CAMPO-LARGO.
           MOVE "N" TO WS-DESDE-INCLUSIVE
           PERFORM BUSCAR-PREIMAGEN-SIGUIENTE THRU
                   BUSCAR-PREIMAGEN-SIGUIENTE-FIN
           IF WS-PREIMG-HALLADA NOT = "S" THEN
              MOVE "VALOR NUEVO PUEDE ESTAR TRUNCADO A 50 POSICIONES"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-AUDIT
              GO TO COMPLETAR-CAMPO-LARGO-FIN
           END-IF
           MOVE usuario-registro  TO WS-REGISTRO-GUARDA
           MOVE WS-IMAGEN-TRABAJO TO usuario-registro
           EVALUATE WS-AUD-CAMPO
               WHEN "EMAIL"
                   MOVE usuario-email        TO WS-VALOR-LARGO
               WHEN "RAZON_SOCIAL"
                   MOVE usuario-razon-social TO WS-VALOR-LARGO
               WHEN "GIRO"
                   MOVE usuario-giro         TO WS-VALOR-LARGO
           END-EVALUATE
           MOVE WS-REGISTRO-GUARDA TO usuario-registro
           IF WS-VALOR-LARGO(1:50) NOT = WS-CMP-NUE THEN
              MOVE "VALOR NUEVO PUEDE ESTAR TRUNCADO A 50 POSICIONES"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-AUDIT
              GO TO COMPLETAR-CAMPO-LARGO-FIN
           END-IF
           EVALUATE WS-AUD-CAMPO
               WHEN "EMAIL"
                   MOVE WS-VALOR-LARGO TO usuario-email
               WHEN "RAZON_SOCIAL"
                   MOVE WS-VALOR-LARGO TO usuario-razon-social
               WHEN "GIRO"
                   MOVE WS-VALOR-LARGO TO usuario-giro
           END-EVALUATE.
       COMPLETAR-CAMPO-LARGO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * TOMAR-VALOR-ACTUAL / PONER-VALOR-NUEVO : correspondencia  *
      * entre el nombre de campo que graba la auditoria y el      *
      * campo de FDCliente.cpy. ESTADO guarda en la auditoria el  *
      * codigo seguido del motivo; solo cuenta la primera letra.  *
      *----------------------------------------------------------*
       TOMAR-VALOR-ACTUAL.
           MOVE "S"    TO WS-CAMPO-CONOCIDO
           MOVE "N"    TO WS-CAMPO-LARGO
           MOVE SPACES TO WS-VALOR-ACTUAL
           EVALUATE WS-AUD-CAMPO
               WHEN "NOMBRE"
                   MOVE usuario-nombre       TO WS-VALOR-ACTUAL
               WHEN "APEPAT"
                   MOVE usuario-apepat       TO WS-VALOR-ACTUAL
               WHEN "APEMAT"
                   MOVE usuario-apemat       TO WS-VALOR-ACTUAL
               WHEN "FECNAC"
                   MOVE usuario-fecnac       TO WS-VALOR-ACTUAL
               WHEN "GENERO"
                   MOVE usuario-genero       TO WS-VALOR-ACTUAL
               WHEN "DIRECCION"
                   MOVE usuario-direccion    TO WS-VALOR-ACTUAL
               WHEN "CIUDAD"
                   MOVE usuario-ciudad       TO WS-VALOR-ACTUAL
               WHEN "TELEFONO1"
                   MOVE usuario-telefono1    TO WS-VALOR-ACTUAL
               WHEN "TELEFONO2"
                   MOVE usuario-telefono2    TO WS-VALOR-ACTUAL
               WHEN "EMAIL"
                   MOVE usuario-email        TO WS-VALOR-ACTUAL
                   MOVE "S"                  TO WS-CAMPO-LARGO
               WHEN "ESTADO"
                   MOVE usuario-estado       TO WS-VALOR-ACTUAL
                   MOVE WS-AUD-VALOR-ANT(1:1) TO WS-CMP-ANT
                   MOVE WS-AUD-VALOR-NUE(1:1) TO WS-CMP-NUE
               WHEN "TIPO_CLIENTE"
                   MOVE usuario-tipo-cliente TO WS-VALOR-ACTUAL
               WHEN "TIPO_DOC"
                   MOVE usuario-tipo-doc     TO WS-VALOR-ACTUAL
               WHEN "NRO_DOC"
                   MOVE usuario-nro-doc      TO WS-VALOR-ACTUAL
               WHEN "CONSENT_EMAIL"
               WHEN "CONSENT-EMAIL"
                   MOVE usuario-consent-email TO WS-VALOR-ACTUAL
               WHEN "CONSENT_TEL"
               WHEN "CONSENT-TELEF"
                   MOVE usuario-consent-telefono TO WS-VALOR-ACTUAL
               WHEN "CONSENT_POSTAL"
                   MOVE usuario-consent-postal TO WS-VALOR-ACTUAL
               WHEN "RAZON_SOCIAL"
                   MOVE usuario-razon-social TO WS-VALOR-ACTUAL
                   MOVE "S"                  TO WS-CAMPO-LARGO
               WHEN "GIRO"
                   MOVE usuario-giro         TO WS-VALOR-ACTUAL
                   MOVE "S"                  TO WS-CAMPO-LARGO
               WHEN "EMPRESA"
                   MOVE usuario-empresa      TO WS-VALOR-ACTUAL
               WHEN "EJECUTIVO"
                   MOVE usuario-ejecutivo    TO WS-VALOR-ACTUAL
               WHEN OTHER
                   MOVE "N"                  TO WS-CAMPO-CONOCIDO
           END-EVALUATE
           .

       PONER-VALOR-NUEVO.
           EVALUATE WS-AUD-CAMPO
               WHEN "NOMBRE"
                   MOVE WS-CMP-NUE TO usuario-nombre
               WHEN "APEPAT"
                   MOVE WS-CMP-NUE TO usuario-apepat
               WHEN "APEMAT"
                   MOVE WS-CMP-NUE TO usuario-apemat
               WHEN "FECNAC"
                   IF WS-CMP-NUE(1:8) IS NUMERIC THEN
                      MOVE WS-CMP-NUE(1:8) TO usuario-fecnac
                   END-IF
               WHEN "GENERO"
                   MOVE WS-CMP-NUE TO usuario-genero
               WHEN "DIRECCION"
                   MOVE WS-CMP-NUE TO usuario-direccion
               WHEN "CIUDAD"
                   MOVE WS-CMP-NUE TO usuario-ciudad
               WHEN "TELEFONO1"
                   MOVE WS-CMP-NUE TO usuario-telefono1
               WHEN "TELEFONO2"
                   MOVE WS-CMP-NUE TO usuario-telefono2
               WHEN "EMAIL"
                   MOVE WS-CMP-NUE TO usuario-email
               WHEN "ESTADO"
                   MOVE WS-CMP-NUE TO usuario-estado
               WHEN "TIPO_CLIENTE"
                   MOVE WS-CMP-NUE TO usuario-tipo-cliente
               WHEN "TIPO_DOC"
                   MOVE WS-CMP-NUE TO usuario-tipo-doc
               WHEN "NRO_DOC"
                   MOVE WS-CMP-NUE TO usuario-nro-doc
               WHEN "CONSENT_EMAIL"
               WHEN "CONSENT-EMAIL"
                   MOVE WS-CMP-NUE TO usuario-consent-email
               WHEN "CONSENT_TEL"
               WHEN "CONSENT-TELEF"
                   MOVE WS-CMP-NUE TO usuario-consent-telefono
               WHEN "CONSENT_POSTAL"
                   MOVE WS-CMP-NUE TO usuario-consent-postal
               WHEN "RAZON_SOCIAL"
                   MOVE WS-CMP-NUE TO usuario-razon-social
               WHEN "GIRO"
                   MOVE WS-CMP-NUE TO usuario-giro
               WHEN "EMPRESA"
                   MOVE WS-CMP-NUE TO usuario-empresa
               WHEN "EJECUTIVO"
                   MOVE WS-CMP-NUE TO usuario-ejecutivo
           END-EVALUATE
           .

      *----------------------------------------------------------*
      * APLICAR-REGISTRO : constancias de registro completo       *
      * (ALTA, ANONIMIZADO, PURGADO A HISTORICO, RESTAURADO A).   *
      *----------------------------------------------------------*
       APLICAR-REGISTRO.
           EVALUATE TRUE
               WHEN WS-AUD-VALOR-NUE(1:4) = "ALTA"
                   PERFORM REHACER-ALTA THRU REHACER-ALTA-FIN
               WHEN WS-AUD-VALOR-NUE(1:11) = "ANONIMIZADO"
                   PERFORM REHACER-ANONIMIZACION THRU
                           REHACER-ANONIMIZACION-FIN
               WHEN WS-AUD-VALOR-NUE(1:9) = "PURGADO A"
                   MOVE WS-AUD-RUT TO usuario-rut
                   DELETE datos-usuarios RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONT-YA-APLIC
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-APLICADAS
                   END-DELETE
               WHEN WS-AUD-VALOR-NUE(1:13) = "RESTAURADO A "
                   PERFORM REHACER-RESTAURACION THRU
                           REHACER-RESTAURACION-FIN
               WHEN OTHER
                   MOVE "CONSTANCIA DE REGISTRO DESCONOCIDA"
                        TO WS-EXC-MENSAJE
                   PERFORM ANOTAR-EXCEPCION-AUDIT
           END-EVALUATE.
       APLICAR-REGISTRO-FIN.
           EXIT.

      *    EL ALTA NO DEJA VALOR EN LA AUDITORIA: EL REGISTRO SALE DE
      *    LA IMAGEN QUE GrabarCliente DEJA AL CREARLO (O, EN ALTAS
      *    ANTIGUAS, DE LA PRIMERA PREIMAGEN POSTERIOR).
       REHACER-ALTA.
           MOVE WS-AUD-RUT TO usuario-rut
           READ datos-usuarios
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-YA-APLIC
                   GO TO REHACER-ALTA-FIN
           END-READ
           MOVE "S" TO WS-DESDE-INCLUSIVE
           PERFORM BUSCAR-PREIMAGEN-SIGUIENTE THRU
                   BUSCAR-PREIMAGEN-SIGUIENTE-FIN
           IF WS-PREIMG-HALLADA NOT = "S" THEN
              MOVE "ALTA SIN IMAGEN EN preimagen.dat; REDIGITAR"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-AUDIT
              GO TO REHACER-ALTA-FIN
           END-IF
           MOVE WS-IMAGEN-TRABAJO TO usuario-registro
           WRITE usuario-registro END-WRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-APLICADAS
           ELSE
              MOVE SPACES TO WS-EXC-MENSAJE
              STRING "NO SE PUDO GRABAR EL ALTA: " DELIMITED BY SIZE
                     FS-USUARIOS                   DELIMITED BY SIZE
                        INTO WS-EXC-MENSAJE
              END-STRING
              PERFORM ANOTAR-EXCEPCION-AUDIT
           END-IF.
       REHACER-ALTA-FIN.
           EXIT.

      *    MISMOS CAMPOS QUE BORRA AnonimizarClientes.
       REHACER-ANONIMIZACION.
           MOVE WS-AUD-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN EL MAESTRO RESTAURADO"
                        TO WS-EXC-MENSAJE
                   PERFORM ANOTAR-EXCEPCION-AUDIT
                   GO TO REHACER-ANONIMIZACION-FIN
           END-READ
           IF usuario-nombre = "ANONIMIZADO" THEN
              ADD 1 TO WS-CONT-YA-APLIC
              GO TO REHACER-ANONIMIZACION-FIN
           END-IF
           MOVE "ANONIMIZADO" TO usuario-nombre
           MOVE "ANONIMIZADO" TO usuario-apepat
           MOVE SPACES        TO usuario-apemat
           MOVE SPACES        TO usuario-direccion
           MOVE SPACES        TO usuario-telefono1
           MOVE SPACES        TO usuario-telefono2
           MOVE SPACES        TO usuario-email
           MOVE SPACES        TO usuario-nro-doc
           MOVE SPACES        TO usuario-razon-social
           MOVE WS-AUD-FECHA  TO usuario-fecmod
           MOVE WS-AUD-USUARIO TO usuario-usuario-mod
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-APLICADAS
           END-IF.
       REHACER-ANONIMIZACION-FIN.
           EXIT.

      *    "RESTAURADO A AAAAMMDD-HHMMSS": SE REPITE LA MISMA IMAGEN.
       REHACER-RESTAURACION.
           MOVE WS-AUD-VALOR-NUE(14:8) TO WS-RESTAURA-FECHA
           MOVE WS-AUD-VALOR-NUE(23:6) TO WS-RESTAURA-HORA
           IF WS-PREIMG-OK NOT = "S" OR
              WS-RESTAURA-FECHA IS NOT NUMERIC OR
              WS-RESTAURA-HORA IS NOT NUMERIC THEN
              MOVE "RESTAURACION SIN IMAGEN DISPONIBLE"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-AUDIT
              GO TO REHACER-RESTAURACION-FIN
           END-IF
           MOVE WS-AUD-RUT        TO preimg-rut
           MOVE WS-RESTAURA-FECHA TO preimg-fecha
           MOVE WS-RESTAURA-HORA  TO preimg-hora
           READ datos-preimagen
               INVALID KEY
                   MOVE "RESTAURACION SIN IMAGEN DISPONIBLE"
                        TO WS-EXC-MENSAJE
                   PERFORM ANOTAR-EXCEPCION-AUDIT
                   GO TO REHACER-RESTAURACION-FIN
           END-READ
           MOVE WS-AUD-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN EL MAESTRO RESTAURADO"
                        TO WS-EXC-MENSAJE
                   PERFORM ANOTAR-EXCEPCION-AUDIT
                   GO TO REHACER-RESTAURACION-FIN
           END-READ
           MOVE preimg-imagen TO usuario-registro
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-APLICADAS
           END-IF.
       REHACER-RESTAURACION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RECUPERAR-CUENTAS : cuentas.dat restaurada guarda en      *
      * cuenta-cant-mov el ultimo correlativo que ya tenia cada   *
      * cuenta; todo movimiento posterior, hasta el corte, se     *
      * vuelve a sumar al saldo.                                  *
      *----------------------------------------------------------*
       RECUPERAR-CUENTAS.
           MOVE SPACES TO WS-RUTA-GEN
           STRING "C:\PgmCobols\Data\cuentas_G" DELIMITED BY SIZE
                  WS-FECHA-GEN                  DELIMITED BY SIZE
                  ".dat"                        DELIMITED BY SIZE
                     INTO WS-RUTA-GEN
           END-STRING
           PERFORM BUSCAR-EN-CATALOGO
           IF WS-HALLADO-CAT NOT = "S" THEN
              MOVE SPACES TO REP-LINEA
              STRING "cuentas.dat: LA GENERACION " DELIMITED BY SIZE
                     WS-FECHA-GEN                  DELIMITED BY SIZE
                     " NO FIGURA EN EL CATALOGO; NO SE RECUPERA."
                                                   DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
              ADD 1 TO WS-CONT-EXCEPCION
              GO TO RECUPERAR-CUENTAS-FIN
           END-IF

           OPEN I-O datos-cuentas
           IF FS-CUENTAS NOT = "00" THEN
              MOVE SPACES TO REP-LINEA
              STRING "NO SE PUDO ABRIR cuentas.dat: " DELIMITED BY SIZE
                     FS-CUENTAS                       DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
              ADD 1 TO WS-CONT-EXCEPCION
              GO TO RECUPERAR-CUENTAS-FIN
           END-IF
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              MOVE "NO HAY movimientos.dat; NADA QUE REAPLICAR."
                   TO REP-LINEA
              WRITE REP-LINEA
              CLOSE datos-cuentas
              GO TO RECUPERAR-CUENTAS-FIN
           END-IF

           MOVE SPACES TO REP-LINEA
           STRING "cuentas.dat: GENERACION DEL " DELIMITED BY SIZE
                  WS-GEN-FECHA                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-GEN-HORA                    DELIMITED BY SIZE
                  "; SE REAPLICAN LOS MOVIMIENTOS POSTERIORES."
                                                 DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA

           MOVE "N" TO fin-movimientos
           MOVE 0   TO mov-rut mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-movimientos
           END-START
           PERFORM UNTIL fin-movimientos = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-movimientos
                   NOT AT END
                       PERFORM APLICAR-MOVIMIENTO THRU
                               APLICAR-MOVIMIENTO-FIN
               END-READ
           END-PERFORM
           CLOSE datos-movimientos datos-cuentas

           PERFORM REVISAR-LIMITES THRU REVISAR-LIMITES-FIN.
       RECUPERAR-CUENTAS-FIN.
           EXIT.

       APLICAR-MOVIMIENTO.
           MOVE "S"     TO WS-CUENTA-EXISTE
           MOVE mov-rut TO cuenta-rut
           READ datos-cuentas
               INVALID KEY
      *               Cuenta abierta despues del respaldo: nace en
      *               cero, igual que en GrabarMovimiento.
                   MOVE "N"     TO WS-CUENTA-EXISTE
                   MOVE mov-rut TO cuenta-rut
                   MOVE 0       TO cuenta-saldo cuenta-fec-ult-mov
                                   cuenta-cant-mov
                                   cuenta-limite-credito
           END-READ
           IF mov-correlativo NOT > cuenta-cant-mov THEN
              GO TO APLICAR-MOVIMIENTO-FIN
           END-IF
           MOVE mov-fecha TO WS-MOV-FECHA
           MOVE mov-hora  TO WS-MOV-HORA
           IF WS-TS-MOV > WS-TS-CORTE THEN
              ADD 1 TO WS-CONT-MOV-CORTE
              GO TO APLICAR-MOVIMIENTO-FIN
           END-IF

           IF mov-correlativo > cuenta-cant-mov + 1 THEN
              MOVE "SALTO DE CORRELATIVO: FALTAN MOVIMIENTOS ANTERIORES"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-MOV
           END-IF

      *       EL SALDO DE APERTURA DE ArchivarMovimientos RESUME
      *       MOVIMIENTOS QUE YA NO ESTAN; NO SE PUEDE SUMAR SIN
      *       DUPLICAR LO QUE LA GENERACION YA TRAE.
           IF mov-glosa(1:28) = "SALDO APERTURA TRAS ARCHIVO " THEN
              MOVE "APERTURA DE ARCHIVO POSTERIOR AL RESPALDO; REVISAR"
                   TO WS-EXC-MENSAJE
              PERFORM ANOTAR-EXCEPCION-MOV
           ELSE
              IF mov-cargo THEN
                 ADD mov-monto TO cuenta-saldo
              ELSE
                 IF mov-abono THEN
                    SUBTRACT mov-monto FROM cuenta-saldo
                 ELSE
                    MOVE "TIPO DE MOVIMIENTO DESCONOCIDO; NO SE SUMA"
                         TO WS-EXC-MENSAJE
                    PERFORM ANOTAR-EXCEPCION-MOV
                 END-IF
              END-IF
           END-IF
           MOVE mov-correlativo TO cuenta-cant-mov
           MOVE mov-fecha       TO cuenta-fec-ult-mov

           IF WS-CUENTA-EXISTE = "S" THEN
              REWRITE cuenta-registro END-REWRITE
           ELSE
              WRITE cuenta-registro END-WRITE
           END-IF
           IF FS-CUENTAS = "00" THEN
              ADD 1 TO WS-CONT-MOV-APLIC
           ELSE
              MOVE SPACES TO WS-EXC-MENSAJE
              STRING "NO SE PUDO GRABAR LA CUENTA: " DELIMITED BY SIZE
                     FS-CUENTAS                      DELIMITED BY SIZE
                        INTO WS-EXC-MENSAJE
              END-STRING
              PERFORM ANOTAR-EXCEPCION-MOV
           END-IF.
       APLICAR-MOVIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REVISAR-LIMITES : los cambios de limite de credito solo   *
      * quedan en la auditoria y con el monto editado; no se      *
      * reaplican, se listan para reingresarlos con LimiteCredito.*
      *----------------------------------------------------------*
       REVISAR-LIMITES.
           OPEN INPUT archivo-auditoria
           IF FS-AUDITORIA NOT = "00" THEN
              GO TO REVISAR-LIMITES-FIN
           END-IF
           MOVE "N" TO fin-auditoria
           PERFORM UNTIL fin-auditoria = "S"
               READ archivo-auditoria INTO audit-linea
                   AT END
                       MOVE "S" TO fin-auditoria
                   NOT AT END
                       PERFORM DESARMAR-LINEA-AUDIT
                       IF WS-LINEA-VALIDA = "S" AND
                          WS-AUD-CAMPO = "LIMITE-CRED" AND
                          WS-TS-AUD > WS-TS-GEN THEN
                          IF WS-TS-AUD > WS-TS-CORTE THEN
                             MOVE "S" TO fin-auditoria
                          ELSE
                             MOVE SPACES TO WS-EXC-MENSAJE
                             STRING "LIMITE POSTERIOR AL RESPALDO ("
                                          DELIMITED BY SIZE
                                    WS-AUD-VALOR-NUE
                                          DELIMITED BY "  "
                                    "); REINGRESAR CON LimiteCredito"
                                          DELIMITED BY SIZE
                                       INTO WS-EXC-MENSAJE
                             END-STRING
                             PERFORM ANOTAR-EXCEPCION-AUDIT
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-auditoria.
       REVISAR-LIMITES-FIN.
           EXIT.

       ANOTAR-EXCEPCION-AUDIT.
           MOVE WS-AUD-RUT   TO WS-EXC-RUT
           MOVE WS-AUD-FECHA TO WS-EXC-FECHA
           MOVE WS-AUD-HORA  TO WS-EXC-HORA
           MOVE WS-AUD-CAMPO TO WS-EXC-DATO
           PERFORM ESCRIBIR-EXCEPCION
           .

       ANOTAR-EXCEPCION-MOV.
           MOVE mov-rut   TO WS-EXC-RUT
           MOVE mov-fecha TO WS-EXC-FECHA
           MOVE mov-hora  TO WS-EXC-HORA
           MOVE SPACES    TO WS-EXC-DATO
           STRING "MOV " DELIMITED BY SIZE
                  mov-correlativo DELIMITED BY SIZE
                     INTO WS-EXC-DATO
           END-STRING
           PERFORM ESCRIBIR-EXCEPCION
           .

       ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-CONT-EXCEPCION
           MOVE SPACES TO REP-LINEA
           STRING WS-EXC-RUT     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EXC-FECHA   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-EXC-HORA    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-EXC-DATO    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-EXC-MENSAJE DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       REP-ENCABEZADO.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RECUPERACION DE MAESTROS POSTERIOR A RESTAURACION"
                        TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "FECHA: "         DELIMITED BY SIZE
                  WS-FECHA-SYS      DELIMITED BY SIZE
                  "  HORA: "        DELIMITED BY SIZE
                  WS-HORA-SYS       DELIMITED BY SIZE
                  "  GENERACION: "  DELIMITED BY SIZE
                  WS-FECHA-GEN      DELIMITED BY SIZE
                  "  CORTE: "       DELIMITED BY SIZE
                  WS-COR-FECHA      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-COR-HORA       DELIMITED BY SIZE
                  "  OPERADOR: "    DELIMITED BY SIZE
                  WS-OPERADOR       DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE "RUT         FECHA    HORA    DATO            DETALLE"
                        TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

       REP-PIE.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CAMBIOS DE CLIENTES LEIDOS: " DELIMITED BY SIZE
                  WS-CONT-LEIDAS                 DELIMITED BY SIZE
                  "  REAPLICADOS: "              DELIMITED BY SIZE
                  WS-CONT-APLICADAS              DELIMITED BY SIZE
                  "  YA PRESENTES: "             DELIMITED BY SIZE
                  WS-CONT-YA-APLIC               DELIMITED BY SIZE
                  "  SIN EFECTO: "               DELIMITED BY SIZE
                  WS-CONT-OMITIDAS               DELIMITED BY SIZE
                  "  AJUSTES: "                  DELIMITED BY SIZE
                  WS-CONT-AJUSTES                DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "MOVIMIENTOS REAPLICADOS: " DELIMITED BY SIZE
                  WS-CONT-MOV-APLIC           DELIMITED BY SIZE
                  "  POSTERIORES AL CORTE: "  DELIMITED BY SIZE
                  WS-CONT-MOV-CORTE           DELIMITED BY SIZE
                  "  EXCEPCIONES: "           DELIMITED BY SIZE
                  WS-CONT-EXCEPCION           DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

      *    LA RUTA DE clientes.dat SALE DEL AMBIENTE ACTIVO
      *    (LeerAmbiente), IGUAL QUE EN GrabarCliente: TODO PROGRAMA
      *    QUE ESCRIBE EL MAESTRO DEBE RESOLVERLA AQUI PARA QUE UN
      *    AMBIENTE DE PRUEBA NO MUTE PRODUCCION A MEDIAS.
       RESOLVER-RUTA-CLIENTES.
           CALL "LeerAmbiente" USING PAR-SALIDA-AMBIENTE
           MOVE SPACES TO WS-RUTA-CLIENTES
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "clientes.dat"   DELIMITED BY SIZE
                     INTO WS-RUTA-CLIENTES
           END-STRING
           .

       END PROGRAM RecuperarMaestro.

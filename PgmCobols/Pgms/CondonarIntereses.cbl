      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Pantalla de condonacion de intereses de mora: para un
      *          cliente lista los cargos "INTERES MORA" que aun
      *          tienen monto por condonar (el cargo original menos lo
      *          ya condonado en condonaciones pendientes o
      *          aplicadas), el operador marca cuales condona y con
      *          que porcentaje (100 = total) y motivo de motivos.dat.
      *          Los cargos "INTERES MORA ANULA" de AnularPago no se
      *          listan (reponen interes ya pagado, no es mora nueva)
      *          y el total condonado no puede pasar del interes
      *          impago del cliente, calculado como en PagarFactura.
      *          La condonacion queda en condonaciones.dat. Si el
      *          total cabe en el limite del perfil del operador
      *          (condonacion_param.dat) se aplica de inmediato via
      *          AplicarCondonacion; sobre el limite queda en la cola
      *          de aprobaciones (SolicitarAprobacion, tipo I) y la
      *          aplica AprobarSolicitudes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CondonarIntereses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-condonaciones
               ASSIGN TO
           "C:\PgmCobols\Data\condonaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cond-id
               ALTERNATE RECORD KEY IS cond-rut
                   WITH DUPLICATES
               FILE STATUS IS FS-CONDONACIONES.

           SELECT param-condona
               ASSIGN TO
           "C:\PgmCobols\Data\condonacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-condonaciones.
           copy "C:\PgmCobols\FD\FDCondonacion.cpy".

       FD  param-condona.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-MOTIVOS          PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-CONDONACIONES    PIC XX.
       01  FS-PARAM            PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-MOTIVOS-ABIERTO  PIC X VALUE "N".
       01  fin-de-archivo      PIC X.
       01  fin-condonaciones   PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ULTIMO-ID        PIC 9(06).
       01  WS-IDX              PIC 9(02).
       01  WS-IDX-ITEM         PIC 9(02).
       01  WS-CONDONADO        PIC 9(11)V99.
       01  WS-MONTO-ITEM       PIC 9(11)V99.
       01  WS-TOTAL            PIC 9(11)V99.
       01  WS-LIMITE           PIC 9(11)V99.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-MAS-CARGOS       PIC X.
      *    INTERES IMPAGO DEL CLIENTE: TOPE DE LO QUE SE CONDONA.
       01  WS-INTERES-PEND     PIC S9(11)V99.

      *    LIMITES DE CONDONACION DIRECTA POR PERFIL; SOBRE EL
      *    LIMITE, LA CONDONACION PASA POR LA COLA DE APROBACIONES.
      *    VALORES POR DEFECTO SI condonacion_param.dat NO EXISTE
      *    ("LIMITE-CAJERO;LIMITE-ADMIN").
       01  WS-LIMITE-CAJERO    PIC 9(11)V99 VALUE 20000.
       01  WS-LIMITE-ADMIN     PIC 9(11)V99 VALUE 100000.

      *    CARGOS DE INTERES CON MONTO POR CONDONAR QUE CABEN EN LA
      *    PANTALLA (LOS MAS ANTIGUOS PRIMERO).
       01  WS-CG-CANT          PIC 9(02) VALUE 0.
       01  WS-TAB-CARGOS.
           05  WS-CG-ITEM OCCURS 10 TIMES.
               10  WS-CG-CORRELATIVO  PIC 9(06).
               10  WS-CG-MONTO        PIC 9(11)V99.
               10  WS-CG-DISPONIBLE   PIC 9(11)V99.
               10  WS-CG-SEL          PIC X.
               10  WS-CG-LINEA        PIC X(70).

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT           PIC 9(10).
           05 MOTIVO-COND   PIC X(04).
           05 PORCENTAJE    PIC 9(03).
           05 SALIR         PIC X.

       01 PAR-ENTRADA-COND.
           05  lk-co-operacion  PIC X.
           05  lk-co-id         PIC 9(06).
           05  lk-co-operador   PIC X(10).
       01 PAR-SALIDA-COND.
           05  OUT-CODRET-COND  PIC 9(04).
           05  OUT-DESRET-COND  PIC X(50).

       01 PAR-ENTRADA-SOLICITUD.
           05  lk-so-tipo        PIC X.
           05  lk-so-rut         PIC 9(10).
           05  lk-so-dv          PIC X.
           05  lk-so-rut-2       PIC 9(10).
           05  lk-so-motivo      PIC X(04).
           05  lk-so-solicitante PIC X(10).
           05  lk-so-monto       PIC 9(11)V99.
           05  lk-so-glosa       PIC X(40).
       01 PAR-SALIDA-SOLICITUD.
           05  OUT-CODRET-SOL    PIC 9(04).
           05  OUT-DESRET-SOL    PIC X(50).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-CONDONA.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Condonacion de Intereses".
         03  LINE 5 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 5 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 5   VALUE "MOTIVO........: ".
         03  LINE 6 COL 22 PIC X(04) USING MOTIVO-COND.
         03  LINE 7 COL 5   VALUE "PORCENTAJE....: ".
         03  LINE 7 COL 22 PIC ZZ9 USING PORCENTAJE.
         03  LINE 7 COL 27  VALUE "(100 = CONDONACION TOTAL)".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       01  PANTALLA-CARGOS.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Condonacion de Intereses".
         03  LINE 3 COL 5   VALUE "RUT...........: ".
         03  LINE 3 COL 22 PIC ZZZZZZZZZ9 FROM RUT.
         03  LINE 4 COL 5   VALUE "PORCENTAJE....: ".
         03  LINE 4 COL 22 PIC ZZ9 FROM PORCENTAJE.
         03  LINE 6 COL 5   VALUE
             "MARQUE CON X LOS CARGOS DE INTERES A CONDONAR:".
         03  LINE 7 COL 5   VALUE
             "X   MOV.    FECHA     CARGO ORIGINAL  POR CONDONAR".
         03  LINE 8  COL 5 PIC X USING WS-CG-SEL(1).
         03  LINE 8  COL 9 PIC X(70) FROM WS-CG-LINEA(1).
         03  LINE 9  COL 5 PIC X USING WS-CG-SEL(2).
         03  LINE 9  COL 9 PIC X(70) FROM WS-CG-LINEA(2).
         03  LINE 10 COL 5 PIC X USING WS-CG-SEL(3).
         03  LINE 10 COL 9 PIC X(70) FROM WS-CG-LINEA(3).
         03  LINE 11 COL 5 PIC X USING WS-CG-SEL(4).
         03  LINE 11 COL 9 PIC X(70) FROM WS-CG-LINEA(4).
         03  LINE 12 COL 5 PIC X USING WS-CG-SEL(5).
         03  LINE 12 COL 9 PIC X(70) FROM WS-CG-LINEA(5).
         03  LINE 13 COL 5 PIC X USING WS-CG-SEL(6).
         03  LINE 13 COL 9 PIC X(70) FROM WS-CG-LINEA(6).
         03  LINE 14 COL 5 PIC X USING WS-CG-SEL(7).
         03  LINE 14 COL 9 PIC X(70) FROM WS-CG-LINEA(7).
         03  LINE 15 COL 5 PIC X USING WS-CG-SEL(8).
         03  LINE 15 COL 9 PIC X(70) FROM WS-CG-LINEA(8).
         03  LINE 16 COL 5 PIC X USING WS-CG-SEL(9).
         03  LINE 16 COL 9 PIC X(70) FROM WS-CG-LINEA(9).
         03  LINE 17 COL 5 PIC X USING WS-CG-SEL(10).
         03  LINE 17 COL 9 PIC X(70) FROM WS-CG-LINEA(10).

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A CONDONACION DE INTERESES"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           PERFORM LEER-PARAMETROS-CONDONA
           IF LK-OPERADOR-PERFIL = "A" THEN
              MOVE WS-LIMITE-ADMIN  TO WS-LIMITE
           ELSE
              MOVE WS-LIMITE-CAJERO TO WS-LIMITE
           END-IF

           OPEN INPUT datos-usuarios
           OPEN INPUT datos-motivos
           IF FS-MOTIVOS = "00" THEN
              MOVE "S" TO WS-MOTIVOS-ABIERTO
           END-IF

           MOVE "N"   TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT
              MOVE 100    TO PORCENTAJE
              MOVE SPACES TO MOTIVO-COND
              DISPLAY PANTALLA-CONDONA
              ACCEPT  PANTALLA-CONDONA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM CONDONAR THRU CONDONAR-FIN
              END-IF
           END-PERFORM
           CLOSE datos-usuarios
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              CLOSE datos-motivos
           END-IF
           GOBACK.

       LEER-PARAMETROS-CONDONA.
           OPEN INPUT param-condona
           IF FS-PARAM = "00" THEN
              READ param-condona INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-LIMITE-CAJERO
                               WS-LIMITE-ADMIN
                      END-UNSTRING
              END-READ
              CLOSE param-condona
           END-IF
           .

      *----------------------------------------------------------*
      * CONDONAR : valida cliente, motivo y porcentaje, muestra   *
      * los cargos de interes por condonar, graba la condonacion  *
      * con los marcados y la aplica o la encola segun el limite  *
      * del perfil del operador.                                  *
      *----------------------------------------------------------*
       CONDONAR.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE RUT TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF

           IF WS-MOTIVOS-ABIERTO = "S" THEN
              MOVE MOTIVO-COND TO motivo-codigo
              READ datos-motivos
                  INVALID KEY
                      MOVE "MOTIVO NO EXISTE EN motivos.dat"
                                             TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO CONDONAR-FIN
              END-READ
           END-IF

           IF PORCENTAJE = 0 OR PORCENTAJE > 100 THEN
              MOVE "PORCENTAJE DEBE SER ENTRE 1 Y 100" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF

           OPEN I-O datos-condonaciones
           IF FS-CONDONACIONES = "35" THEN
              OPEN OUTPUT datos-condonaciones
              CLOSE datos-condonaciones
              OPEN I-O datos-condonaciones
           END-IF
           IF FS-CONDONACIONES NOT = "00" THEN
              MOVE "NO SE PUDO ABRIR condonaciones.dat" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF

           PERFORM CARGAR-CARGOS THRU CARGAR-CARGOS-FIN
           IF WS-CG-CANT = 0 OR WS-INTERES-PEND = 0 THEN
              CLOSE datos-condonaciones
              MOVE "CLIENTE SIN INTERESES POR CONDONAR" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF
           IF WS-MAS-CARGOS = "S" THEN
              MOVE "SE MUESTRAN LOS 10 CARGOS MAS ANTIGUOS"
                                     TO MSG-ERROR
              MOVE "I" TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E" TO MSG-SEVERIDAD
           END-IF

           DISPLAY PANTALLA-CARGOS
           ACCEPT  PANTALLA-CARGOS

      *       EL MONTO DE CADA ITEM SE CALCULA SOBRE LO QUE QUEDA POR
      *       CONDONAR DEL CARGO, NO SOBRE EL CARGO ORIGINAL.
           INITIALIZE cond-registro
           MOVE 0 TO WS-TOTAL WS-IDX-ITEM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CG-CANT
               IF WS-CG-SEL(WS-IDX) = "X" OR "x" THEN
                  COMPUTE WS-MONTO-ITEM ROUNDED =
                          WS-CG-DISPONIBLE(WS-IDX) * PORCENTAJE / 100
                  IF WS-MONTO-ITEM > 0 THEN
                     ADD 1 TO WS-IDX-ITEM
                     MOVE WS-CG-CORRELATIVO(WS-IDX)
                       TO cond-mov-correlativo(WS-IDX-ITEM)
                     MOVE WS-CG-MONTO(WS-IDX)
                       TO cond-mov-monto(WS-IDX-ITEM)
                     MOVE WS-MONTO-ITEM
                       TO cond-monto-item(WS-IDX-ITEM)
                     ADD WS-MONTO-ITEM TO WS-TOTAL
                  END-IF
               END-IF
           END-PERFORM
           IF WS-IDX-ITEM = 0 THEN
              CLOSE datos-condonaciones
              MOVE "NO SE MARCO NINGUN CARGO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF
           IF WS-TOTAL > WS-INTERES-PEND THEN
              CLOSE datos-condonaciones
              MOVE WS-INTERES-PEND TO WS-MONTO-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "TOTAL EXCEDE INTERES IMPAGO, MAXIMO "
                                     DELIMITED BY SIZE
                     WS-MONTO-EDIT   DELIMITED BY SIZE
                             INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CONDONAR-FIN
           END-IF

           PERFORM BUSCAR-ULTIMO-ID
           COMPUTE cond-id = WS-ULTIMO-ID + 1
           MOVE RUT            TO cond-rut
           MOVE MOTIVO-COND    TO cond-motivo
           MOVE PORCENTAJE     TO cond-porcentaje
           MOVE WS-IDX-ITEM    TO cond-cant-items
           MOVE WS-TOTAL       TO cond-monto-total
           MOVE "P"            TO cond-estado
           MOVE LK-OPERADOR-ID TO cond-solicitante
           MOVE WS-FECHA-SYS   TO cond-fec-solicitud
           WRITE cond-registro
               INVALID KEY
                   CLOSE datos-condonaciones
                   MOVE "NO SE PUDO GRABAR LA CONDONACION"
                                          TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CONDONAR-FIN
           END-WRITE
      *       AplicarCondonacion abre condonaciones.dat por su cuenta.
           CLOSE datos-condonaciones

           MOVE cond-id        TO lk-co-id
           MOVE LK-OPERADOR-ID TO lk-co-operador
           IF WS-TOTAL > WS-LIMITE THEN
              MOVE "I"            TO lk-so-tipo
              MOVE RUT            TO lk-so-rut
              MOVE usuario-dv     TO lk-so-dv
      *          EL NUMERO DE LA CONDONACION VIAJA EN aprob-rut-2,
      *          QUE LAS CONDONACIONES NO OCUPAN PARA OTRO RUT.
              MOVE cond-id        TO lk-so-rut-2
              MOVE MOTIVO-COND    TO lk-so-motivo
              MOVE LK-OPERADOR-ID TO lk-so-solicitante
              MOVE WS-TOTAL       TO lk-so-monto
              MOVE SPACES         TO lk-so-glosa
              STRING "CONDONACION INTERES " DELIMITED BY SIZE
                     cond-id                DELIMITED BY SIZE
                             INTO lk-so-glosa
              END-STRING
              CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                               PAR-SALIDA-SOLICITUD
              MOVE OUT-DESRET-SOL TO MSG-ERROR
              IF OUT-CODRET-SOL = 0 THEN
                 MOVE "I" TO MSG-SEVERIDAD
              ELSE
      *             Sin solicitud en la cola la condonacion no se
      *             resolveria nunca: se cierra como rechazada.
                 MOVE "R" TO lk-co-operacion
                 CALL "AplicarCondonacion" USING PAR-ENTRADA-COND
                                                 PAR-SALIDA-COND
              END-IF
           ELSE
              MOVE "A" TO lk-co-operacion
              CALL "AplicarCondonacion" USING PAR-ENTRADA-COND
                                              PAR-SALIDA-COND
              MOVE OUT-DESRET-COND TO MSG-ERROR
              IF OUT-CODRET-COND = 0 THEN
                 MOVE "I" TO MSG-SEVERIDAD
              END-IF
           END-IF
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       CONDONAR-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CARGAR-CARGOS : recorre los movimientos del cliente y     *
      * deja en la tabla los cargos "INTERES MORA" a los que aun  *
      * les queda monto por condonar. En la misma pasada calcula  *
      * el interes impago igual que PagarFactura (cargos "INTERES *
      * MORA" menos abonos "PAGO INTERES MORA" y "CONDONA INT     *
      * MOV") y le resta lo reservado en condonaciones pendientes *
      * de aprobacion, que aun no tienen su abono.                *
      *----------------------------------------------------------*
       CARGAR-CARGOS.
           MOVE 0   TO WS-CG-CANT WS-INTERES-PEND
           MOVE "N" TO WS-MAS-CARGOS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE 0      TO WS-CG-CORRELATIVO(WS-IDX)
                              WS-CG-MONTO(WS-IDX)
                              WS-CG-DISPONIBLE(WS-IDX)
               MOVE SPACES TO WS-CG-SEL(WS-IDX) WS-CG-LINEA(WS-IDX)
           END-PERFORM

           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              GO TO CARGAR-CARGOS-FIN
           END-IF
           MOVE "N" TO fin-de-archivo
           MOVE RUT TO mov-rut
           MOVE 0   TO mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF mov-rut NOT = RUT THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF mov-cargo AND
                             mov-glosa(1:13) = "INTERES MORA " THEN
                             ADD mov-monto TO WS-INTERES-PEND
      *                      EL CARGO DE AnularPago REPONE INTERES QUE
      *                      EL PAGO ANULADO HABIA CUBIERTO: CUENTA EN
      *                      LO IMPAGO PERO NO SE CONDONA COMO CARGO.
                             IF mov-glosa(1:18) NOT =
                                "INTERES MORA ANULA" THEN
                                PERFORM AGREGAR-CARGO
                             END-IF
                          END-IF
                          IF mov-abono AND
                             mov-glosa(1:17) = "PAGO INTERES MORA"
                             THEN
                             SUBTRACT mov-monto FROM WS-INTERES-PEND
                          END-IF
                          IF mov-abono AND
                             mov-glosa(1:15) = "CONDONA INT MOV"
                             THEN
                             SUBTRACT mov-monto FROM WS-INTERES-PEND
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-movimientos
           PERFORM RESTAR-CONDONACIONES-PEND
           IF WS-INTERES-PEND < 0 THEN
              MOVE 0 TO WS-INTERES-PEND
           END-IF.
       CARGAR-CARGOS-FIN.
           EXIT.

       AGREGAR-CARGO.
           PERFORM SUMAR-CONDONADO
           IF WS-CONDONADO < mov-monto THEN
              IF WS-CG-CANT = 10 THEN
                 MOVE "S" TO WS-MAS-CARGOS
              ELSE
                 ADD 1 TO WS-CG-CANT
                 MOVE mov-correlativo TO WS-CG-CORRELATIVO(WS-CG-CANT)
                 MOVE mov-monto       TO WS-CG-MONTO(WS-CG-CANT)
                 COMPUTE WS-CG-DISPONIBLE(WS-CG-CANT) =
                         mov-monto - WS-CONDONADO
                 MOVE mov-monto TO WS-MONTO-EDIT
                 STRING mov-correlativo DELIMITED BY SIZE
                        "  "            DELIMITED BY SIZE
                        mov-fecha       DELIMITED BY SIZE
                        "  "            DELIMITED BY SIZE
                        WS-MONTO-EDIT   DELIMITED BY SIZE
                           INTO WS-CG-LINEA(WS-CG-CANT)
                 END-STRING
                 MOVE WS-CG-DISPONIBLE(WS-CG-CANT) TO WS-MONTO-EDIT
                 MOVE WS-MONTO-EDIT TO WS-CG-LINEA(WS-CG-CANT)(35:14)
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * SUMAR-CONDONADO : lo ya condonado del cargo actual en     *
      * condonaciones pendientes o aplicadas del mismo cliente.   *
      *----------------------------------------------------------*
       SUMAR-CONDONADO.
           MOVE 0   TO WS-CONDONADO
           MOVE "N" TO fin-condonaciones
           MOVE RUT TO cond-rut
           START datos-condonaciones KEY IS = cond-rut
               INVALID KEY
                   MOVE "Y" TO fin-condonaciones
           END-START
           PERFORM UNTIL fin-condonaciones = "Y"
               READ datos-condonaciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-condonaciones
                   NOT AT END
                       IF cond-rut NOT = RUT THEN
                          MOVE "Y" TO fin-condonaciones
                       ELSE
                          IF NOT cond-rechazada THEN
                             PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                                     UNTIL WS-IDX-ITEM >
                                           cond-cant-items
                                IF cond-mov-correlativo(WS-IDX-ITEM)
                                   = mov-correlativo THEN
                                   ADD cond-monto-item(WS-IDX-ITEM)
                                    TO WS-CONDONADO
                                END-IF
                             END-PERFORM
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * RESTAR-CONDONACIONES-PEND : las condonaciones del cliente *
      * que esperan aprobacion ya comprometen interes que todavia *
      * no se abona en movimientos.dat.                           *
      *----------------------------------------------------------*
       RESTAR-CONDONACIONES-PEND.
           MOVE "N" TO fin-condonaciones
           MOVE RUT TO cond-rut
           START datos-condonaciones KEY IS = cond-rut
               INVALID KEY
                   MOVE "Y" TO fin-condonaciones
           END-START
           PERFORM UNTIL fin-condonaciones = "Y"
               READ datos-condonaciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-condonaciones
                   NOT AT END
                       IF cond-rut NOT = RUT THEN
                          MOVE "Y" TO fin-condonaciones
                       ELSE
                          IF cond-pendiente THEN
                             SUBTRACT cond-monto-total
                                 FROM WS-INTERES-PEND
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       BUSCAR-ULTIMO-ID.
           MOVE 0   TO WS-ULTIMO-ID cond-id
           MOVE "N" TO fin-condonaciones
           START datos-condonaciones KEY IS NOT < cond-id
               INVALID KEY
                   MOVE "Y" TO fin-condonaciones
           END-START
           PERFORM UNTIL fin-condonaciones = "Y"
               READ datos-condonaciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-condonaciones
                   NOT AT END
                       MOVE cond-id TO WS-ULTIMO-ID
               END-READ
           END-PERFORM
           .

       END PROGRAM CondonarIntereses.

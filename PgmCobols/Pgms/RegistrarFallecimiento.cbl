      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Registro del fallecimiento de un cliente. Deja al
      *          cliente en estado F (fallecido) con la fecha de
      *          defuncion y quien dio el aviso (fallecimientos.dat),
      *          y lo une por relaciones.dat (rol SU) al contacto de
      *          la sucesion, que debe existir como cliente. Desde
      *          ese momento el estado F lo saca de facturacion,
      *          intereses, cobranza, PAC y marketing; aqui ademas se
      *          revocan los mandatos PAC de sus tarjetas y se
      *          revierten, con una condonacion de motivo DEFU
      *          aplicada via AplicarCondonacion, los cargos de
      *          interes de mora fechados desde la defuncion. El
      *          cambio de estado se audita y queda en
      *          estado_hist.dat. El saldo se cierra despues con
      *          LiquidarSucesion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarFallecimiento.

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
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-fallecimientos
               ASSIGN TO
           "C:\PgmCobols\Data\fallecimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fall-rut
               FILE STATUS IS FS-FALLECIMIENTOS.

           SELECT datos-relaciones
               ASSIGN TO
           "C:\PgmCobols\Data\relaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-llave
               FILE STATUS IS FS-RELACIONES.

           SELECT datos-tarjetas
               ASSIGN TO
           "C:\PgmCobols\Data\tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarjeta-llave
               FILE STATUS IS FS-TARJETAS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-fallecimientos.
           copy "C:\PgmCobols\FD\FDFallecimiento.cpy".

       FD  datos-relaciones.
           copy "C:\PgmCobols\FD\FDRelacion.cpy".

       FD  datos-tarjetas.
           copy "C:\PgmCobols\FD\FDTarjeta.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-condonaciones.
           copy "C:\PgmCobols\FD\FDCondonacion.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CLIENTES    PIC X(60).
       01 PAR-SALIDA-AMBIENTE.
           05  LK-AMB-CODIGO       PIC X(04).
           05  LK-AMB-DESCRIPCION  PIC X(20).
           05  LK-AMB-RUTA-BASE    PIC X(40).

       01  FS-USUARIOS         PIC XX.
       01  FS-FALLECIMIENTOS   PIC XX.
       01  FS-RELACIONES       PIC XX.
       01  FS-TARJETAS         PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-CONDONACIONES    PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  fin-de-archivo      PIC X.
       01  fin-condonaciones   PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ESTADO-ANTERIOR  PIC X.
       01  WS-ULTIMO-ID        PIC 9(06).
       01  WS-IDX              PIC 9(02).
       01  WS-IDX-ITEM         PIC 9(02).
       01  WS-CONDONADO        PIC 9(11)V99.
       01  WS-TOTAL-REV        PIC 9(11)V99.
       01  WS-COND-ID          PIC 9(06).
       01  WS-MAS-CARGOS       PIC X.
       01  WS-CANT-PAC         PIC 9(02).
       01  WS-MONTO-EDIT       PIC Z(10)9.99.

      *    CARGOS DE INTERES DESDE LA DEFUNCION CON MONTO AUN POR
      *    CONDONAR (LOS MAS ANTIGUOS PRIMERO, HASTA LO QUE CABE EN
      *    UNA CONDONACION).
       01  WS-CG-CANT          PIC 9(02) VALUE 0.
       01  WS-TAB-CARGOS.
           05  WS-CG-ITEM OCCURS 10 TIMES.
               10  WS-CG-CORRELATIVO  PIC 9(06).
               10  WS-CG-MONTO        PIC 9(11)V99.
               10  WS-CG-DISPONIBLE   PIC 9(11)V99.

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT              PIC 9(10).
           05 FEC-DEFUNCION    PIC 9(08).
           05 AVISA-NOMBRE     PIC X(40).
           05 AVISA-PARENTESCO PIC X(15).
           05 AVISA-TELEFONO   PIC X(15).
           05 RUT-SUCESION     PIC 9(10).
           05 SALIR            PIC X.

       01 PARAMETROS-ENTRADA-VALFEC.
           05 VALFEC-FECHA-YYYYMMDD PIC X(08).
           05 VALFEC-FECHA-FORMATO  PIC X.
       01 PARAMETRO-SALIDA-VALFEC.
           05 VALFEC-FECHA-VALIDA   PIC X.
           05 VALFEC-DIA-SEMANA     PIC 9.

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10).
           05  audit-dv         PIC X.
           05  audit-campo      PIC X(15) VALUE "ESTADO".
           05  audit-valor-ant  PIC X(50).
           05  audit-valor-nue  PIC X(50).
           05  audit-usuario    PIC X(20) VALUE "SISTEMA".

       01 PAR-ENTRADA-ESTHIST.
           05  lk-eh-rut        PIC 9(10).
           05  lk-eh-estado-ant PIC X.
           05  lk-eh-estado-nue PIC X.
           05  lk-eh-motivo     PIC X(04).
           05  lk-eh-operador   PIC X(10).

       01 PAR-ENTRADA-COND.
           05  lk-co-operacion  PIC X.
           05  lk-co-id         PIC 9(06).
           05  lk-co-operador   PIC X(10).
       01 PAR-SALIDA-COND.
           05  OUT-CODRET-COND  PIC 9(04).
           05  OUT-DESRET-COND  PIC X(50).

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
       01  PANTALLA-FALLECIMIENTO.
         03  BLANK SCREEN.
         03  LINE 1 COL 20
             VALUE "Registro de Fallecimiento de Cliente".
         03  LINE 5 COL 5   VALUE "RUT CLIENTE.......: ".
         03  LINE 5 COL 25 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 5   VALUE "FECHA DEFUNCION...: ".
         03  LINE 6 COL 25 PIC 9(08) USING FEC-DEFUNCION.
         03  LINE 6 COL 35  VALUE "(AAAAMMDD)".
         03  LINE 8 COL 5   VALUE "AVISA (NOMBRE)....: ".
         03  LINE 8 COL 25 PIC X(40) USING AVISA-NOMBRE.
         03  LINE 9 COL 5   VALUE "PARENTESCO........: ".
         03  LINE 9 COL 25 PIC X(15) USING AVISA-PARENTESCO.
         03  LINE 10 COL 5  VALUE "TELEFONO AVISO....: ".
         03  LINE 10 COL 25 PIC X(15) USING AVISA-TELEFONO.
         03  LINE 12 COL 5  VALUE "RUT SUCESION......: ".
         03  LINE 12 COL 25 PIC ZZZZZZZZZ9 USING RUT-SUCESION.
         03  LINE 13 COL 5  VALUE
             "HEREDERO O ALBACEA; DEBE EXISTIR COMO CLIENTE".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           PERFORM RESOLVER-RUTA-CLIENTES
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A REGISTRO DE FALLECIMIENTO"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           MOVE LK-OPERADOR-ID TO audit-usuario
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-fallecimientos
           IF FS-FALLECIMIENTOS = "35" THEN
              OPEN OUTPUT datos-fallecimientos
              CLOSE datos-fallecimientos
              OPEN I-O datos-fallecimientos
           END-IF
           OPEN I-O datos-relaciones
           IF FS-RELACIONES = "35" THEN
              OPEN OUTPUT datos-relaciones
              CLOSE datos-relaciones
              OPEN I-O datos-relaciones
           END-IF
           OPEN I-O datos-usuarios

           MOVE "N"   TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT FEC-DEFUNCION RUT-SUCESION
              MOVE SPACES TO AVISA-NOMBRE AVISA-PARENTESCO
                             AVISA-TELEFONO
              DISPLAY PANTALLA-FALLECIMIENTO
              ACCEPT  PANTALLA-FALLECIMIENTO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM REGISTRAR THRU REGISTRAR-FIN
              END-IF
           END-PERFORM
           CLOSE datos-usuarios datos-fallecimientos datos-relaciones
           GOBACK.

      *----------------------------------------------------------*
      * REGISTRAR : valida el aviso, pasa el cliente a F y deja   *
      * la relacion con la sucesion, la revocacion de PAC, la     *
      * reversa de intereses y el registro de fallecimiento.      *
      *----------------------------------------------------------*
       REGISTRAR.
           IF RUT = 0 OR RUT-SUCESION = 0 OR RUT = RUT-SUCESION THEN
              MOVE "RUT CLIENTE Y SUCESION DEBEN SER DISTINTOS"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF
           IF AVISA-NOMBRE = SPACES THEN
              MOVE "FALTA QUIEN INFORMA LA DEFUNCION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE FEC-DEFUNCION TO VALFEC-FECHA-YYYYMMDD
           MOVE "1"           TO VALFEC-FECHA-FORMATO
           CALL "ValidarFecha" USING PARAMETROS-ENTRADA-VALFEC
                                     PARAMETRO-SALIDA-VALFEC
           IF VALFEC-FECHA-VALIDA NOT = "S" THEN
              MOVE "FECHA DE DEFUNCION INVALIDA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF
           IF FEC-DEFUNCION > WS-FECHA-SYS THEN
              MOVE "LA DEFUNCION NO PUEDE SER FUTURA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE RUT TO fall-rut
           READ datos-fallecimientos END-READ
           IF FS-FALLECIMIENTOS = "00" THEN
              MOVE "FALLECIMIENTO YA REGISTRADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE RUT-SUCESION TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS NOT = "00" OR usuario-baja OR
              usuario-fallecido THEN
              MOVE "CONTACTO SUCESION NO EXISTE O NO ESTA VIGENTE"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE RUT TO usuario-rut
           READ datos-usuarios WITH LOCK END-READ
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "CLIENTE NO EXISTE O ESTA TOMADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF
           IF usuario-baja OR usuario-fallecido THEN
              MOVE "CLIENTE DADO DE BAJA O YA FALLECIDO"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE usuario-estado TO WS-ESTADO-ANTERIOR
           MOVE "F"            TO usuario-estado
      *       fecmod/usuario-mod para que la exportacion delta envie
      *       el cambio de estado (mismo criterio de
      *       CambiarEstadoCliente).
           MOVE WS-FECHA-SYS   TO usuario-fecmod
           MOVE LK-OPERADOR-ID TO usuario-usuario-mod
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "NO SE PUDO GRABAR EL CAMBIO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-FIN
           END-IF

           MOVE "ESTADO"           TO audit-campo
           MOVE usuario-rut        TO audit-rut
           MOVE usuario-dv         TO audit-dv
           MOVE WS-ESTADO-ANTERIOR TO audit-valor-ant
           MOVE SPACES             TO audit-valor-nue
           STRING "F DEFUNCION "   DELIMITED BY SIZE
                  FEC-DEFUNCION    DELIMITED BY SIZE
                  " SUCESION "     DELIMITED BY SIZE
                  RUT-SUCESION     DELIMITED BY SIZE
                         INTO audit-valor-nue
           END-STRING
           CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT

           MOVE RUT                TO lk-eh-rut
           MOVE WS-ESTADO-ANTERIOR TO lk-eh-estado-ant
           MOVE "F"                TO lk-eh-estado-nue
           MOVE "DEFU"             TO lk-eh-motivo
           MOVE LK-OPERADOR-ID     TO lk-eh-operador
           CALL "GrabarEstadoHist" USING PAR-ENTRADA-ESTHIST

           PERFORM GRABAR-RELACION-SUCESION
           PERFORM REVOCAR-PAC THRU REVOCAR-PAC-FIN
           PERFORM REVERTIR-INTERESES THRU REVERTIR-INTERESES-FIN

           INITIALIZE fall-registro
           MOVE RUT                TO fall-rut
           MOVE FEC-DEFUNCION      TO fall-fec-defuncion
           MOVE WS-FECHA-SYS       TO fall-fec-aviso
           MOVE AVISA-NOMBRE       TO fall-avisa-nombre
           MOVE AVISA-PARENTESCO   TO fall-avisa-parentesco
           MOVE AVISA-TELEFONO     TO fall-avisa-telefono
           MOVE RUT-SUCESION       TO fall-rut-sucesion
           MOVE WS-ESTADO-ANTERIOR TO fall-estado-ant
           MOVE WS-COND-ID         TO fall-cond-id
           MOVE WS-TOTAL-REV       TO fall-intereses-rev
           MOVE SPACES             TO fall-liquidacion
           MOVE 0                  TO fall-saldo-final
                                      fall-fec-liquidacion
           MOVE WS-FECHA-SYS       TO fall-fecmod
           MOVE LK-OPERADOR-ID     TO fall-usuario-mod
           WRITE fall-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR fallecimientos.dat"
                                          TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO REGISTRAR-FIN
           END-WRITE

           IF WS-MAS-CARGOS = "S" THEN
              MOVE "QUEDAN INTERESES POST DEFUNCION: CONDONAR"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF
           MOVE SPACES TO MSG-ERROR
           IF WS-TOTAL-REV > 0 THEN
              MOVE WS-TOTAL-REV TO WS-MONTO-EDIT
              STRING "FALLECIMIENTO REGISTRADO; INT. REV. "
                                        DELIMITED BY SIZE
                     WS-MONTO-EDIT      DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
           ELSE
              MOVE "FALLECIMIENTO REGISTRADO" TO MSG-ERROR
           END-IF
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       REGISTRAR-FIN.
           EXIT.

      *----------------------------------------------------------*
      * GRABAR-RELACION-SUCESION : relacion SU del fallecido al   *
      * contacto de la sucesion; si el par ya existia con otro    *
      * rol, el rol pasa a SU (igual que MantenedorRelaciones).   *
      *----------------------------------------------------------*
       GRABAR-RELACION-SUCESION.
           MOVE RUT            TO rel-rut-origen
           MOVE RUT-SUCESION   TO rel-rut-destino
           MOVE "SU"           TO rel-tipo
           MOVE WS-FECHA-SYS   TO rel-fec-creacion
           MOVE WS-FECHA-SYS   TO rel-fecmod
           MOVE LK-OPERADOR-ID TO rel-usuario-mod
           WRITE rel-registro
               INVALID KEY
                   READ datos-relaciones END-READ
                   MOVE "SU"           TO rel-tipo
                   MOVE WS-FECHA-SYS   TO rel-fecmod
                   MOVE LK-OPERADOR-ID TO rel-usuario-mod
                   REWRITE rel-registro END-REWRITE
           END-WRITE
           .

      *----------------------------------------------------------*
      * REVOCAR-PAC : apaga el mandato PAC de todas las tarjetas  *
      * del cliente para que GenerarCargosPAC no las cargue.      *
      *----------------------------------------------------------*
       REVOCAR-PAC.
           MOVE 0 TO WS-CANT-PAC
           OPEN I-O datos-tarjetas
           IF FS-TARJETAS NOT = "00" THEN
              GO TO REVOCAR-PAC-FIN
           END-IF
           MOVE "N" TO fin-de-archivo
           MOVE RUT TO tarjeta-rut
           MOVE 0   TO tarjeta-secuencia
           START datos-tarjetas KEY IS NOT < tarjeta-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-tarjetas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF tarjeta-rut NOT = RUT THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF tarjeta-pac = "S" THEN
                             PERFORM REVOCAR-UNA-TARJETA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-tarjetas.
       REVOCAR-PAC-FIN.
           EXIT.

       REVOCAR-UNA-TARJETA.
           MOVE "N"            TO tarjeta-pac
           MOVE WS-FECHA-SYS   TO tarjeta-fecmod
           MOVE LK-OPERADOR-ID TO tarjeta-usuario-mod
           REWRITE tarjeta-registro END-REWRITE
           IF FS-TARJETAS = "00" THEN
              ADD 1 TO WS-CANT-PAC
              MOVE "PAC"  TO audit-campo
              MOVE SPACES TO audit-valor-ant audit-valor-nue
              STRING "S TARJETA "      DELIMITED BY SIZE
                     tarjeta-pan-masc  DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE "N DEFUNCION" TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           .

      *----------------------------------------------------------*
      * REVERTIR-INTERESES : condona al 100% (motivo DEFU) los    *
      * cargos "INTERES MORA" fechados desde la defuncion que aun *
      * tienen monto por condonar, y la aplica de inmediato con   *
      * AplicarCondonacion: no pasa por el limite del perfil ni   *
      * por la cola, porque no es una decision comercial.         *
      *----------------------------------------------------------*
       REVERTIR-INTERESES.
           MOVE 0   TO WS-TOTAL-REV WS-COND-ID WS-CG-CANT
           MOVE "N" TO WS-MAS-CARGOS
           OPEN I-O datos-condonaciones
           IF FS-CONDONACIONES = "35" THEN
              OPEN OUTPUT datos-condonaciones
              CLOSE datos-condonaciones
              OPEN I-O datos-condonaciones
           END-IF
           IF FS-CONDONACIONES NOT = "00" THEN
              GO TO REVERTIR-INTERESES-FIN
           END-IF

           PERFORM CARGAR-CARGOS THRU CARGAR-CARGOS-FIN
           IF WS-CG-CANT = 0 THEN
              CLOSE datos-condonaciones
              GO TO REVERTIR-INTERESES-FIN
           END-IF

           INITIALIZE cond-registro
           MOVE 0 TO WS-TOTAL-REV
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CG-CANT
               MOVE WS-CG-CORRELATIVO(WS-IDX)
                 TO cond-mov-correlativo(WS-IDX)
               MOVE WS-CG-MONTO(WS-IDX)
                 TO cond-mov-monto(WS-IDX)
               MOVE WS-CG-DISPONIBLE(WS-IDX)
                 TO cond-monto-item(WS-IDX)
               ADD WS-CG-DISPONIBLE(WS-IDX) TO WS-TOTAL-REV
           END-PERFORM

           PERFORM BUSCAR-ULTIMO-ID
           COMPUTE cond-id = WS-ULTIMO-ID + 1
           MOVE RUT            TO cond-rut
           MOVE "DEFU"         TO cond-motivo
           MOVE 100            TO cond-porcentaje
           MOVE WS-CG-CANT     TO cond-cant-items
           MOVE WS-TOTAL-REV   TO cond-monto-total
           MOVE "P"            TO cond-estado
           MOVE LK-OPERADOR-ID TO cond-solicitante
           MOVE WS-FECHA-SYS   TO cond-fec-solicitud
           WRITE cond-registro
               INVALID KEY
                   CLOSE datos-condonaciones
                   MOVE 0 TO WS-TOTAL-REV
                   GO TO REVERTIR-INTERESES-FIN
           END-WRITE
      *       AplicarCondonacion abre condonaciones.dat por su cuenta.
           MOVE cond-id TO WS-COND-ID
           CLOSE datos-condonaciones

           MOVE "A"            TO lk-co-operacion
           MOVE WS-COND-ID     TO lk-co-id
           MOVE LK-OPERADOR-ID TO lk-co-operador
           CALL "AplicarCondonacion" USING PAR-ENTRADA-COND
                                           PAR-SALIDA-COND
           IF OUT-CODRET-COND NOT = 0 THEN
      *          La condonacion queda pendiente con los abonos que si
      *          se grabaron; se avisa al operador.
              MOVE OUT-DESRET-COND TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF.
       REVERTIR-INTERESES-FIN.
           EXIT.

       CARGAR-CARGOS.
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
                             mov-glosa(1:12) = "INTERES MORA" AND
                             mov-fecha NOT < FEC-DEFUNCION THEN
                             PERFORM AGREGAR-CARGO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-movimientos.
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

       END PROGRAM RegistrarFallecimiento.

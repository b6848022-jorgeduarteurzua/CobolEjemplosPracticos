      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantiene los cargos extraordinarios pendientes de
      *          facturar (cargos_pend.dat): da de alta un cargo de
      *          una vez (servicio del catalogo, cantidad y motivo)
      *          con el proximo correlativo del RUT, o anula uno que
      *          siga pendiente. Es la UNICA rutina que da de alta o
      *          anula en ese archivo (CargosExtraordinarios,
      *          AgendarCita al cerrar una visita, ReponerServicio
      *          al reponer un servicio cortado); GenFacturas solo
      *          los marca facturados al incluirlos en la factura.
      *          No acepta un servicio que el cliente ya tiene
      *          suscrito: eso se cobra por la suscripcion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrabarCargoPend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-cargos-pend
               ASSIGN TO
           "C:\PgmCobols\Data\cargos_pend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpend-llave
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-CARGOS-PEND.

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-SERVICIOS.

           SELECT datos-suscripciones
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susc-llave
               FILE STATUS IS FS-SUSCRIP.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cargos-pend.
           copy "C:\PgmCobols\FD\FDCargoPend.cpy".

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       FD  datos-suscripciones.
           copy "C:\PgmCobols\FD\FDSuscripcion.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CARGOS-PEND      PIC XX.
       01  FS-SERVICIOS        PIC XX.
       01  FS-SUSCRIP          PIC XX.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CORRELATIVO      PIC 9(04).
       01  fin-cargos          PIC X.

       01 PAR-ENTRADA-STATUS.
           05 LK-STATUS-CODIGO  PIC X(02).
       01 PAR-SALIDA-STATUS.
           05 LK-STATUS-MENSAJE PIC X(50).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-CPEND.
           05  lk-cp-operacion  PIC X.
      *        A = Alta de un cargo pendiente
      *        X = Anula el cargo lk-cp-correlativo del RUT
           05  lk-cp-rut        PIC 9(10).
           05  lk-cp-correlativo PIC 9(04).
           05  lk-cp-servicio   PIC X(06).
           05  lk-cp-cantidad   PIC 9(03).
           05  lk-cp-motivo     PIC X(40).
           05  lk-cp-origen     PIC X.
      *        M = captura manual; V = cierre de visita;
      *        R = cargo por reposicion de servicio (ReponerServicio)
           05  lk-cp-operador   PIC X(10).
       01 PAR-SALIDA-CPEND.
           05  OUT-CODRET-CP    PIC 9(04).
      *        0 = ok; 1 = dato invalido; 2 = error de archivo;
      *        3 = registro tomado
           05  OUT-DESRET-CP    PIC X(50).
           05  OUT-CORREL-CP    PIC 9(04).
      *        Correlativo asignado en el alta.

       PROCEDURE DIVISION USING PAR-ENTRADA-CPEND
                                PAR-SALIDA-CPEND.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           MOVE 0      TO OUT-CODRET-CP OUT-CORREL-CP
           MOVE SPACES TO OUT-DESRET-CP

           IF lk-cp-operacion NOT = "A" AND
              lk-cp-operacion NOT = "X" THEN
              MOVE 1 TO OUT-CODRET-CP
              MOVE "OPERACION DEBE SER A O X" TO OUT-DESRET-CP
              GOBACK
           END-IF
           IF lk-cp-rut = 0 THEN
              MOVE 1 TO OUT-CODRET-CP
              MOVE "RUT ES OBLIGATORIO" TO OUT-DESRET-CP
              GOBACK
           END-IF

           OPEN I-O datos-cargos-pend
           IF FS-CARGOS-PEND = "35" THEN
              IF lk-cp-operacion = "X" THEN
                 MOVE 1 TO OUT-CODRET-CP
                 MOVE "NO HAY CARGOS PENDIENTES" TO OUT-DESRET-CP
                 GOBACK
              END-IF
              OPEN OUTPUT datos-cargos-pend
              CLOSE datos-cargos-pend
              OPEN I-O datos-cargos-pend
           END-IF
           IF FS-CARGOS-PEND NOT = "00" THEN
              MOVE 2              TO OUT-CODRET-CP
              MOVE FS-CARGOS-PEND TO LK-STATUS-CODIGO
              CALL "TraducirStatusArchivo" USING PAR-ENTRADA-STATUS
                                                 PAR-SALIDA-STATUS
              MOVE LK-STATUS-MENSAJE TO OUT-DESRET-CP
              GOBACK
           END-IF

           IF lk-cp-operacion = "X" THEN
              PERFORM ANULAR-CARGO
           ELSE
              PERFORM ALTA-CARGO THRU ALTA-CARGO-FIN
           END-IF

           CLOSE datos-cargos-pend
           GOBACK
           .

       ANULAR-CARGO.
           MOVE lk-cp-rut         TO cpend-rut
           MOVE lk-cp-correlativo TO cpend-correlativo
           READ datos-cargos-pend WITH LOCK END-READ
           EVALUATE TRUE
           WHEN FS-CARGOS-PEND = "23"
               MOVE 1 TO OUT-CODRET-CP
               MOVE "CARGO NO EXISTE" TO OUT-DESRET-CP
           WHEN FS-CARGOS-PEND NOT = "00"
               MOVE 3 TO OUT-CODRET-CP
               MOVE "CARGO TOMADO POR OTRO OPERADOR" TO OUT-DESRET-CP
           WHEN NOT cpend-pendiente
               MOVE 1 TO OUT-CODRET-CP
               MOVE "EL CARGO YA NO ESTA PENDIENTE" TO OUT-DESRET-CP
           WHEN OTHER
               MOVE "X"            TO cpend-estado
               MOVE WS-FECHA-SYS   TO cpend-fecmod
               MOVE lk-cp-operador TO cpend-usuario-mod
               REWRITE cpend-registro END-REWRITE
               IF FS-CARGOS-PEND = "00" THEN
                  MOVE "CARGO ANULADO" TO OUT-DESRET-CP
               ELSE
                  MOVE 2 TO OUT-CODRET-CP
                  MOVE "NO SE PUDO ANULAR EL CARGO" TO OUT-DESRET-CP
               END-IF
           END-EVALUATE
           .

       ALTA-CARGO.
           IF lk-cp-cantidad = 0 OR lk-cp-motivo = SPACES THEN
              MOVE 1 TO OUT-CODRET-CP
              MOVE "CANTIDAD Y MOTIVO SON OBLIGATORIOS"
                                      TO OUT-DESRET-CP
              GO TO ALTA-CARGO-FIN
           END-IF

           OPEN INPUT datos-servicios
           IF FS-SERVICIOS NOT = "00" THEN
              MOVE 2 TO OUT-CODRET-CP
              MOVE "NO HAY CATALOGO DE SERVICIOS" TO OUT-DESRET-CP
              GO TO ALTA-CARGO-FIN
           END-IF
           MOVE lk-cp-servicio TO servicio-codigo
           READ datos-servicios
               INVALID KEY
                   MOVE 1 TO OUT-CODRET-CP
                   MOVE "SERVICIO NO EXISTE EN EL CATALOGO"
                                      TO OUT-DESRET-CP
               NOT INVALID KEY
                   IF NOT servicio-activo THEN
                      MOVE 1 TO OUT-CODRET-CP
                      MOVE "SERVICIO INACTIVO EN EL CATALOGO"
                                      TO OUT-DESRET-CP
                   END-IF
           END-READ
           CLOSE datos-servicios
           IF OUT-CODRET-CP NOT = 0 THEN
              GO TO ALTA-CARGO-FIN
           END-IF

      *       LA LINEA DE FACTURA VA POR RUT+PERIODO+SERVICIO: UN
      *       SERVICIO SUSCRITO SE COBRA POR LA SUSCRIPCION.
           OPEN INPUT datos-suscripciones
           IF FS-SUSCRIP = "00" THEN
              MOVE lk-cp-rut      TO susc-rut
              MOVE lk-cp-servicio TO susc-servicio
              READ datos-suscripciones
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO OUT-CODRET-CP
                      MOVE "SERVICIO SUSCRITO: COBRE POR SUSCRIPCION"
                                      TO OUT-DESRET-CP
              END-READ
              CLOSE datos-suscripciones
           END-IF
           IF OUT-CODRET-CP NOT = 0 THEN
              GO TO ALTA-CARGO-FIN
           END-IF

           PERFORM PROXIMO-CORRELATIVO
           MOVE lk-cp-rut      TO cpend-rut
           MOVE WS-CORRELATIVO TO cpend-correlativo
           MOVE lk-cp-servicio TO cpend-servicio
           MOVE lk-cp-cantidad TO cpend-cantidad
           MOVE lk-cp-motivo   TO cpend-motivo
           MOVE lk-cp-origen   TO cpend-origen
           IF cpend-origen NOT = "V" AND cpend-origen NOT = "R" THEN
              MOVE "M"         TO cpend-origen
           END-IF
           MOVE WS-FECHA-SYS   TO cpend-fec-captura
           MOVE "P"            TO cpend-estado
           MOVE 0              TO cpend-periodo-fact
           MOVE WS-FECHA-SYS   TO cpend-fecmod
           MOVE lk-cp-operador TO cpend-usuario-mod
           WRITE cpend-registro
               INVALID KEY
                   MOVE 2 TO OUT-CODRET-CP
                   MOVE "NO SE PUDO GRABAR EL CARGO" TO OUT-DESRET-CP
               NOT INVALID KEY
                   MOVE WS-CORRELATIVO TO OUT-CORREL-CP
                   MOVE "CARGO REGISTRADO PARA LA PROXIMA FACTURA"
                                      TO OUT-DESRET-CP
           END-WRITE.
       ALTA-CARGO-FIN.
           EXIT.

       PROXIMO-CORRELATIVO.
           MOVE 0         TO WS-CORRELATIVO
           MOVE "N"       TO fin-cargos
           MOVE lk-cp-rut TO cpend-rut
           MOVE 0         TO cpend-correlativo
           START datos-cargos-pend KEY IS NOT < cpend-llave
               INVALID KEY
                   MOVE "S" TO fin-cargos
           END-START
           PERFORM UNTIL fin-cargos = "S"
               READ datos-cargos-pend NEXT RECORD
                   AT END
                       MOVE "S" TO fin-cargos
                   NOT AT END
                       IF cpend-rut NOT = lk-cp-rut THEN
                          MOVE "S" TO fin-cargos
                       ELSE
                          MOVE cpend-correlativo TO WS-CORRELATIVO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

       END PROGRAM GrabarCargoPend.

      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Refresco del ambiente de prueba desde produccion con
      *          los datos personales enmascarados. Copia los
      *          maestros de C:\PgmCobols\Data\ (clientes.dat,
      *          cuentas.dat, facturas.dat, movimientos.dat,
      *          citas.dat, tarjetas.dat y contactos.dat) a la
      *          RUTA-BASE del ambiente activo (LeerAmbiente) y se
      *          niega a correr si esa ruta es la de produccion.
      *          Cada RUT se reemplaza por un RUT ficticio calculado
      *          del real con una permutacion fija, de modo que el
      *          mismo cliente lleva el mismo RUT falso en todos los
      *          archivos y las llaves y relaciones entre archivos
      *          se mantienen; el DV se recalcula con CalculaDVRut.
      *          Nombres, direccion, telefonos, email, razon social,
      *          documento, dia de nacimiento, tarjeta enmascarada y
      *          textos libres de citas y contactos se reemplazan
      *          por valores de prueba derivados del RUT ficticio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefrescarPrueba.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *       ORIGEN: SIEMPRE LOS ARCHIVOS DE PRODUCCION.
           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-tarjetas
               ASSIGN TO
           "C:\PgmCobols\Data\tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarjeta-llave
               FILE STATUS IS FS-ORIGEN.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-ORIGEN.

      *       DESTINO: LA RUTA-BASE DEL AMBIENTE ACTIVO. LA LLAVE CON
      *       RUT FALSO YA NO SIGUE EL ORDEN DE LECTURA, POR ESO SE
      *       GRABA CON ACCESO DINAMICO.
           SELECT prueba-usuarios
               ASSIGN TO DYNAMIC WS-DST-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcli-rut
               ALTERNATE RECORD KEY IS pcli-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-cuentas
               ASSIGN TO DYNAMIC WS-DST-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcta-rut
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-facturas
               ASSIGN TO DYNAMIC WS-DST-FACTURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pfac-llave
               ALTERNATE RECORD KEY IS pfac-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-movimientos
               ASSIGN TO DYNAMIC WS-DST-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pmov-llave
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-citas
               ASSIGN TO DYNAMIC WS-DST-CITAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcit-llave
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-tarjetas
               ASSIGN TO DYNAMIC WS-DST-TARJETAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ptar-llave
               FILE STATUS IS FS-DESTINO.

           SELECT prueba-contactos
               ASSIGN TO DYNAMIC WS-DST-CONTACTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcon-llave
               FILE STATUS IS FS-DESTINO.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  datos-tarjetas.
           copy "C:\PgmCobols\FD\FDTarjeta.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

      *    Los registros de destino son la imagen del registro de
      *    origen ya enmascarado; solo se nombran las llaves.
       FD  prueba-usuarios.
       01  pcli-registro.
           05  pcli-rut         PIC 9(10).
           05  pcli-dv          PIC X.
           05  pcli-nombre-key  PIC X(60).
           05  pcli-resto       PIC X(477).

       FD  prueba-cuentas.
       01  pcta-registro.
           05  pcta-rut         PIC 9(10).
           05  pcta-resto       PIC X(40).

       FD  prueba-facturas.
       01  pfac-registro.
           05  pfac-llave       PIC X(16).
           05  pfac-resto       PIC X(145).
           05  pfac-llave-venc  PIC X(09).

       FD  prueba-movimientos.
       01  pmov-registro.
           05  pmov-llave       PIC X(16).
           05  pmov-resto       PIC X(78).

       FD  prueba-citas.
       01  pcit-registro.
           05  pcit-llave       PIC X(22).
           05  pcit-resto       PIC X(63).

       FD  prueba-tarjetas.
       01  ptar-registro.
           05  ptar-llave       PIC X(12).
           05  ptar-resto       PIC X(55).

       FD  prueba-contactos.
       01  pcon-registro.
           05  pcon-llave       PIC X(24).
           05  pcon-resto       PIC X(71).

       WORKING-STORAGE SECTION.
       01 PAR-SALIDA-AMBIENTE.
           05  LK-AMB-CODIGO       PIC X(04).
           05  LK-AMB-DESCRIPCION  PIC X(20).
           05  LK-AMB-RUTA-BASE    PIC X(40).

       01  WS-RUTA-MAYUS       PIC X(40).
       01  WS-DST-CLIENTES     PIC X(60).
       01  WS-DST-CUENTAS      PIC X(60).
       01  WS-DST-FACTURAS     PIC X(60).
       01  WS-DST-MOVIMIENTOS  PIC X(60).
       01  WS-DST-CITAS        PIC X(60).
       01  WS-DST-TARJETAS     PIC X(60).
       01  WS-DST-CONTACTOS    PIC X(60).

       01  FS-ORIGEN           PIC XX.
       01  FS-DESTINO          PIC XX.
       01  fin-lectura         PIC X.
       01  WS-CONFIRMA         PIC X.
       01  WS-ARCHIVO          PIC X(20).
       01  WS-CONT-COPIADOS    PIC 9(07).
       01  WS-CONT-RECHAZOS    PIC 9(07).
       01  WS-TOT-COPIADOS     PIC 9(08) VALUE 0.

      *    RUT FICTICIO: PERMUTACION X -> (X * MULT) MOD PRIMO DE
      *    1..PRIMO-1 SOBRE SI MISMO, ASI DOS RUT REALES DISTINTOS
      *    NUNCA CAEN EN EL MISMO FALSO. EL RUT 0 (SIN CLIENTE) Y
      *    LOS NUMEROS SOBRE EL PRIMO QUEDAN TAL CUAL.
       01  WS-PRIMO            PIC 9(10) VALUE 99999989.
       01  WS-MULT             PIC 9(10) VALUE 48271.
       01  WS-PRODUCTO         PIC 9(18).
       01  WS-COCIENTE         PIC 9(18).
       01  WS-RUT-REAL         PIC 9(10).
       01  WS-RUT-FALSO        PIC 9(10).
       01  WS-RUT-FALSO-X REDEFINES WS-RUT-FALSO PIC X(10).

       01 PAR-ENTRADA-CALCULA-DV.
           05  LK-RUT-CALCULA-DV   PIC 9(10).
       01 PAR-SALIDA-CALCULA-DV.
           05  LK-DV-CALCULADO     PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A refresca el ambiente de prueba."
              GOBACK
           END-IF

           CALL "LeerAmbiente" USING PAR-SALIDA-AMBIENTE
      *       EL DESTINO NUNCA PUEDE SER PRODUCCION, NI POR CODIGO NI
      *       POR RUTA (ESCRITA CON OTRAS MAYUSCULAS O SIN "\" FINAL).
           MOVE LK-AMB-RUTA-BASE TO WS-RUTA-MAYUS
           INSPECT WS-RUTA-MAYUS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF LK-AMB-CODIGO = "PROD" OR
              LK-AMB-RUTA-BASE = SPACES OR
              WS-RUTA-MAYUS = "C:\PGMCOBOLS\DATA\" OR
              WS-RUTA-MAYUS = "C:\PGMCOBOLS\DATA" THEN
              DISPLAY "EL AMBIENTE ACTIVO ES PRODUCCION ("
                      LK-AMB-CODIGO "); EL REFRESCO NO SE EJECUTA."
              DISPLAY "CONFIGURE ambiente.dat CON LA RUTA DE PRUEBA."
              GOBACK
           END-IF

           DISPLAY "AMBIENTE DESTINO: " LK-AMB-CODIGO " "
                   LK-AMB-DESCRIPCION
           DISPLAY "RUTA DESTINO....: " LK-AMB-RUTA-BASE
           DISPLAY "SE REEMPLAZARAN LOS MAESTROS DE ESA RUTA."
           DISPLAY "CONFIRMA EL REFRESCO (S/N)? "
           MOVE "N" TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
              DISPLAY "REFRESCO CANCELADO."
              GOBACK
           END-IF

           PERFORM ARMAR-RUTAS-DESTINO

           PERFORM COPIAR-CLIENTES THRU COPIAR-CLIENTES-FIN
           PERFORM COPIAR-CUENTAS THRU COPIAR-CUENTAS-FIN
           PERFORM COPIAR-FACTURAS THRU COPIAR-FACTURAS-FIN
           PERFORM COPIAR-MOVIMIENTOS THRU COPIAR-MOVIMIENTOS-FIN
           PERFORM COPIAR-CITAS THRU COPIAR-CITAS-FIN
           PERFORM COPIAR-TARJETAS THRU COPIAR-TARJETAS-FIN
           PERFORM COPIAR-CONTACTOS THRU COPIAR-CONTACTOS-FIN

           DISPLAY "-------------------------------------------"
           DISPLAY "REGISTROS COPIADOS AL AMBIENTE "
                   LK-AMB-CODIGO ": " WS-TOT-COPIADOS
           DISPLAY "-------------------------------------------"
           GOBACK.

       ARMAR-RUTAS-DESTINO.
           MOVE SPACES TO WS-DST-CLIENTES WS-DST-CUENTAS
                          WS-DST-FACTURAS WS-DST-MOVIMIENTOS
                          WS-DST-CITAS WS-DST-TARJETAS
                          WS-DST-CONTACTOS
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "clientes.dat"   DELIMITED BY SIZE
                     INTO WS-DST-CLIENTES
           END-STRING
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "cuentas.dat"    DELIMITED BY SIZE
                     INTO WS-DST-CUENTAS
           END-STRING
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "facturas.dat"   DELIMITED BY SIZE
                     INTO WS-DST-FACTURAS
           END-STRING
           STRING LK-AMB-RUTA-BASE  DELIMITED BY SPACE
                  "movimientos.dat" DELIMITED BY SIZE
                     INTO WS-DST-MOVIMIENTOS
           END-STRING
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "citas.dat"      DELIMITED BY SIZE
                     INTO WS-DST-CITAS
           END-STRING
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "tarjetas.dat"   DELIMITED BY SIZE
                     INTO WS-DST-TARJETAS
           END-STRING
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "contactos.dat"  DELIMITED BY SIZE
                     INTO WS-DST-CONTACTOS
           END-STRING
           .

      *----------------------------------------------------------*
      * CALCULAR-RUT-FALSO : WS-RUT-REAL -> WS-RUT-FALSO. Es una  *
      * funcion fija del RUT real, sin tabla: cada archivo llega  *
      * por su cuenta al mismo RUT falso para el mismo cliente.   *
      *----------------------------------------------------------*
       CALCULAR-RUT-FALSO.
           IF WS-RUT-REAL = 0 OR WS-RUT-REAL NOT < WS-PRIMO THEN
              MOVE WS-RUT-REAL TO WS-RUT-FALSO
           ELSE
              COMPUTE WS-PRODUCTO = WS-RUT-REAL * WS-MULT
              DIVIDE WS-PRODUCTO BY WS-PRIMO GIVING WS-COCIENTE
                     REMAINDER WS-RUT-FALSO
           END-IF
           .

      *----------------------------------------------------------*
      * COPIAR-CLIENTES : ademas del RUT, todo dato que identifica*
      * a la persona se reemplaza por un valor de prueba armado   *
      * con el RUT falso; ciudad, giro, estado, segmento y        *
      * consentimientos se conservan para que las pruebas sigan   *
      * recorriendo los mismos caminos.                           *
      *----------------------------------------------------------*
       COPIAR-CLIENTES.
           MOVE "clientes.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-usuarios
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-CLIENTES-FIN
           END-IF
           OPEN OUTPUT prueba-usuarios
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-CLIENTES
                      " (" FS-DESTINO ")"
              CLOSE datos-usuarios
              GO TO COPIAR-CLIENTES-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-usuarios NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM ENMASCARAR-CLIENTE
                       MOVE usuario-registro TO pcli-registro
                       WRITE pcli-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-usuarios prueba-usuarios
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-CLIENTES-FIN.
           EXIT.

       ENMASCARAR-CLIENTE.
           MOVE usuario-rut TO WS-RUT-REAL
           PERFORM CALCULAR-RUT-FALSO
           MOVE WS-RUT-FALSO TO usuario-rut
           IF usuario-doc-pasaporte THEN
              MOVE SPACES TO usuario-dv
           ELSE
              MOVE WS-RUT-FALSO TO LK-RUT-CALCULA-DV
              CALL "CalculaDVRut" USING PAR-ENTRADA-CALCULA-DV
                                        PAR-SALIDA-CALCULA-DV
              MOVE LK-DV-CALCULADO TO usuario-dv
           END-IF

           MOVE "NOMBRE"   TO usuario-nombre
           MOVE "PRUEBA"   TO usuario-apemat
           MOVE SPACES     TO usuario-apepat usuario-direccion
           STRING "PRUEBA "      DELIMITED BY SIZE
                  WS-RUT-FALSO   DELIMITED BY SIZE
                     INTO usuario-apepat
           END-STRING
           STRING "CALLE PRUEBA " DELIMITED BY SIZE
                  WS-RUT-FALSO-X(3:8) DELIMITED BY SIZE
                     INTO usuario-direccion
           END-STRING
      *       SE CONSERVAN MES Y AÑO (EDAD, CUMPLEAÑOS DEL MES).
           IF usuario-fecnac NOT = 0 THEN
              MOVE 1 TO usuario-dianac
           END-IF
           IF usuario-telefono1 NOT = SPACES THEN
              MOVE SPACES TO usuario-telefono1
              STRING "9"                 DELIMITED BY SIZE
                     WS-RUT-FALSO-X(3:8) DELIMITED BY SIZE
                        INTO usuario-telefono1
              END-STRING
           END-IF
           IF usuario-telefono2 NOT = SPACES THEN
              MOVE SPACES TO usuario-telefono2
              STRING "2"                 DELIMITED BY SIZE
                     WS-RUT-FALSO-X(3:8) DELIMITED BY SIZE
                        INTO usuario-telefono2
              END-STRING
           END-IF
      *       DOMINIO .invalid: UN ENVIO DESDE PRUEBA NO PUEDE LLEGAR
      *       A NADIE.
           IF usuario-email NOT = SPACES THEN
              MOVE SPACES TO usuario-email
              STRING "cliente"           DELIMITED BY SIZE
                     WS-RUT-FALSO        DELIMITED BY SIZE
                     "@prueba.invalid"   DELIMITED BY SIZE
                        INTO usuario-email
              END-STRING
           END-IF
           IF usuario-razon-social NOT = SPACES THEN
              MOVE SPACES TO usuario-razon-social
              STRING "EMPRESA PRUEBA "   DELIMITED BY SIZE
                     WS-RUT-FALSO        DELIMITED BY SIZE
                        INTO usuario-razon-social
              END-STRING
           END-IF
           IF usuario-nro-doc NOT = SPACES THEN
              MOVE SPACES TO usuario-nro-doc
              STRING "DOC"               DELIMITED BY SIZE
                     WS-RUT-FALSO        DELIMITED BY SIZE
                        INTO usuario-nro-doc
              END-STRING
           END-IF
           .

       COPIAR-CUENTAS.
           MOVE "cuentas.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-cuentas
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-CUENTAS-FIN
           END-IF
           OPEN OUTPUT prueba-cuentas
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-CUENTAS
                      " (" FS-DESTINO ")"
              CLOSE datos-cuentas
              GO TO COPIAR-CUENTAS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-cuentas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE cuenta-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO cuenta-rut
                       MOVE cuenta-registro TO pcta-registro
                       WRITE pcta-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-cuentas prueba-cuentas
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-CUENTAS-FIN.
           EXIT.

       COPIAR-FACTURAS.
           MOVE "facturas.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-facturas
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-FACTURAS-FIN
           END-IF
           OPEN OUTPUT prueba-facturas
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-FACTURAS
                      " (" FS-DESTINO ")"
              CLOSE datos-facturas
              GO TO COPIAR-FACTURAS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE factura-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO factura-rut
                       MOVE factura-registro TO pfac-registro
                       WRITE pfac-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-facturas prueba-facturas
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-FACTURAS-FIN.
           EXIT.

       COPIAR-MOVIMIENTOS.
           MOVE "movimientos.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-movimientos
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-MOVIMIENTOS-FIN
           END-IF
           OPEN OUTPUT prueba-movimientos
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-MOVIMIENTOS
                      " (" FS-DESTINO ")"
              CLOSE datos-movimientos
              GO TO COPIAR-MOVIMIENTOS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE mov-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO mov-rut
                       MOVE mov-registro TO pmov-registro
                       WRITE pmov-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-movimientos prueba-movimientos
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-MOVIMIENTOS-FIN.
           EXIT.

       COPIAR-CITAS.
           MOVE "citas.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-citas
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-CITAS-FIN
           END-IF
           OPEN OUTPUT prueba-citas
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-CITAS
                      " (" FS-DESTINO ")"
              CLOSE datos-citas
              GO TO COPIAR-CITAS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-citas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE cita-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO cita-rut
      *                EL MOTIVO ES TEXTO LIBRE DIGITADO EN LA
      *                AGENDA Y PUEDE NOMBRAR AL CLIENTE.
                       MOVE "CITA DE PRUEBA" TO cita-motivo
                       MOVE cita-registro TO pcit-registro
                       WRITE pcit-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-citas prueba-citas
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-CITAS-FIN.
           EXIT.

       COPIAR-TARJETAS.
           MOVE "tarjetas.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-tarjetas
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-TARJETAS-FIN
           END-IF
           OPEN OUTPUT prueba-tarjetas
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-TARJETAS
                      " (" FS-DESTINO ")"
              CLOSE datos-tarjetas
              GO TO COPIAR-TARJETAS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-tarjetas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE tarjeta-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO tarjeta-rut
      *                LOS 4 DIGITOS VISIBLES DE LA TARJETA REAL SE
      *                REEMPLAZAN POR RUT FALSO MAS SECUENCIA.
                       MOVE SPACES TO tarjeta-pan-masc
                       STRING "************"       DELIMITED BY SIZE
                              WS-RUT-FALSO-X(9:2)  DELIMITED BY SIZE
                              tarjeta-secuencia    DELIMITED BY SIZE
                                 INTO tarjeta-pan-masc
                       END-STRING
                       MOVE tarjeta-registro TO ptar-registro
                       WRITE ptar-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-tarjetas prueba-tarjetas
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-TARJETAS-FIN.
           EXIT.

       COPIAR-CONTACTOS.
           MOVE "contactos.dat" TO WS-ARCHIVO
           MOVE 0 TO WS-CONT-COPIADOS WS-CONT-RECHAZOS
           OPEN INPUT datos-contactos
           IF FS-ORIGEN NOT = "00" THEN
              DISPLAY WS-ARCHIVO " NO EXISTE EN PRODUCCION; SE OMITE."
              GO TO COPIAR-CONTACTOS-FIN
           END-IF
           OPEN OUTPUT prueba-contactos
           IF FS-DESTINO NOT = "00" THEN
              DISPLAY "NO SE PUDO CREAR " WS-DST-CONTACTOS
                      " (" FS-DESTINO ")"
              CLOSE datos-contactos
              GO TO COPIAR-CONTACTOS-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ datos-contactos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE contacto-rut TO WS-RUT-REAL
                       PERFORM CALCULAR-RUT-FALSO
                       MOVE WS-RUT-FALSO TO contacto-rut
                       MOVE "NOTA DE CONTACTO DE PRUEBA"
                         TO contacto-nota
                       MOVE contacto-registro TO pcon-registro
                       WRITE pcon-registro
                           INVALID KEY
                               ADD 1 TO WS-CONT-RECHAZOS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE datos-contactos prueba-contactos
           PERFORM INFORMAR-ARCHIVO.
       COPIAR-CONTACTOS-FIN.
           EXIT.

       INFORMAR-ARCHIVO.
           ADD WS-CONT-COPIADOS TO WS-TOT-COPIADOS
           DISPLAY WS-ARCHIVO " COPIADOS: " WS-CONT-COPIADOS
                   "  RECHAZADOS: " WS-CONT-RECHAZOS
           .

       END PROGRAM RefrescarPrueba.

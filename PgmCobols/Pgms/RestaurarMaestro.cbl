      *          vivo tiene registros (se estaria pisando informacion
      *          posiblemente mas nueva que el respaldo), se exige
      *          una confirmacion explicita.
      *          Restaura clientes.dat o cuentas.dat; los cambios
      *          hechos despues del respaldo se reaplican luego con
      *          RecuperarMaestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-GEN.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT gen-cuentas ASSIGN TO DYNAMIC WS-RUTA-GEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gcta-rut
               FILE STATUS IS FS-GEN.

           SELECT catalogo-respaldos ASSIGN TO
           "C:\PgmCobols\Data\respaldos_cat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05  gcli-nombre-key.
               10  gcli-apepat  PIC X(30).
               10  gcli-nombre  PIC X(30).
           05  gcli-resto       PIC X(500).
      *        Mismo largo que en RespaldarMaestros.

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  gen-cuentas.
       01  gcta-registro.
           05  gcta-rut         PIC 9(10).
           05  gcta-resto       PIC X(50).

       FD  catalogo-respaldos.
       01  catalogo-linea       PIC X(100).

       01  FS-USUARIOS         PIC XX.
       01  FS-GEN              PIC XX.
       01  FS-CUENTAS          PIC XX.
       01  FS-CATALOGO         PIC XX.
       01  fin-de-archivo      PIC X.
       01  fin-catalogo        PIC X.
       01  WS-CAT-HORA         PIC X(06).
       01  WS-CAT-RUTA         PIC X(60).
       01  WS-CAT-CANT         PIC 9(06).
       01  WS-MAESTRO          PIC 9.
      *        1 = clientes.dat, 2 = cuentas.dat.
       01  WS-NOMBRE-MAESTRO   PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVER-RUTA-CLIENTES
      *       Los maestros con restauracion en linea son los que
      *       cambian durante el dia: clientes.dat y los saldos de
      *       cuentas.dat; los otros se regeneran (GenCalendario) o
      *       se restauran con el mismo molde si alguna vez hace
      *       falta.
           DISPLAY "MAESTRO A RESTAURAR (1=clientes.dat "
                   "2=cuentas.dat): "
           MOVE 0 TO WS-MAESTRO
           ACCEPT WS-MAESTRO
           IF WS-MAESTRO NOT = 1 AND WS-MAESTRO NOT = 2 THEN
              GOBACK
           END-IF
           DISPLAY "FECHA DE LA GENERACION A RESTAURAR (AAAAMMDD): "
           ACCEPT WS-FECHA-GEN
           IF WS-FECHA-GEN = 0 THEN
           END-IF

           MOVE SPACES TO WS-RUTA-GEN
           IF WS-MAESTRO = 2 THEN
              MOVE "cuentas.dat" TO WS-NOMBRE-MAESTRO
              STRING "C:\PgmCobols\Data\cuentas_G" DELIMITED BY SIZE
                     WS-FECHA-GEN                  DELIMITED BY SIZE
                     ".dat"                        DELIMITED BY SIZE
                        INTO WS-RUTA-GEN
              END-STRING
           ELSE
              MOVE "clientes.dat" TO WS-NOMBRE-MAESTRO
              STRING "C:\PgmCobols\Data\clientes_G"
                                                 DELIMITED BY SIZE
                     WS-FECHA-GEN                DELIMITED BY SIZE
                     ".dat"                      DELIMITED BY SIZE
                        INTO WS-RUTA-GEN
              END-STRING
           END-IF

           PERFORM BUSCAR-EN-CATALOGO
           IF WS-HALLADO-CAT NOT = "S" THEN
              GOBACK
           END-IF

           IF WS-MAESTRO = 2 THEN
              PERFORM VERIFICAR-GEN-CUENTAS THRU
                      VERIFICAR-GEN-CUENTAS-FIN
           ELSE
              PERFORM VERIFICAR-GENERACION THRU
                      VERIFICAR-GENERACION-FIN
           END-IF
           IF WS-CONT-GEN NOT = WS-CONT-CATALOGO THEN
              DISPLAY "LA GENERACION TIENE " WS-CONT-GEN
                      " REGISTROS Y EL CATALOGO DICE "
              GOBACK
           END-IF

           IF WS-MAESTRO = 2 THEN
              PERFORM CONTAR-CUENTAS-VIVAS
           ELSE
              PERFORM CONTAR-MAESTRO-VIVO
           END-IF
           IF WS-CONT-VIVO > 0 THEN
              DISPLAY "EL MAESTRO VIVO TIENE " WS-CONT-VIVO
                      " REGISTROS QUE SERAN REEMPLAZADOS POR LOS "
              END-IF
           END-IF

           IF WS-MAESTRO = 2 THEN
              PERFORM CARGAR-CUENTAS-DESDE-GEN
           ELSE
              PERFORM CARGAR-DESDE-GENERACION
           END-IF
           DISPLAY "RESTAURADOS " WS-CONT-CARGADOS " DE "
                   WS-CONT-GEN " REGISTROS EN " WS-NOMBRE-MAESTRO
           DISPLAY "LOS CAMBIOS POSTERIORES AL RESPALDO SE REAPLICAN"
                   " CON RecuperarMaestro."
           GOBACK.

       BUSCAR-EN-CATALOGO.
           CLOSE gen-clientes datos-usuarios
           .

       VERIFICAR-GEN-CUENTAS.
           MOVE 0   TO WS-CONT-GEN
           MOVE "N" TO fin-de-archivo
           OPEN INPUT gen-cuentas
           IF FS-GEN NOT = "00" THEN
              DISPLAY "LA GENERACION NO SE PUEDE LEER: " FS-GEN
              GO TO VERIFICAR-GEN-CUENTAS-FIN
           END-IF
           MOVE 0 TO gcta-rut
           START gen-cuentas KEY IS NOT < gcta-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ gen-cuentas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-GEN
               END-READ
           END-PERFORM
           CLOSE gen-cuentas.
       VERIFICAR-GEN-CUENTAS-FIN.
           EXIT.

       CONTAR-CUENTAS-VIVAS.
           MOVE 0   TO WS-CONT-VIVO
           MOVE "N" TO fin-de-archivo
           OPEN INPUT datos-cuentas
           IF FS-CUENTAS NOT = "00" THEN
              GO TO CONTAR-CUENTAS-VIVAS-SAL
           END-IF
           MOVE 0 TO cuenta-rut
           START datos-cuentas KEY IS NOT < cuenta-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-cuentas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-VIVO
               END-READ
           END-PERFORM
           CLOSE datos-cuentas.
       CONTAR-CUENTAS-VIVAS-SAL.
           EXIT.

       CARGAR-CUENTAS-DESDE-GEN.
           MOVE 0   TO WS-CONT-CARGADOS
           MOVE "N" TO fin-de-archivo
           OPEN INPUT gen-cuentas
           OPEN OUTPUT datos-cuentas
           MOVE 0 TO gcta-rut
           START gen-cuentas KEY IS NOT < gcta-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ gen-cuentas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       MOVE gcta-registro TO cuenta-registro
                       WRITE cuenta-registro END-WRITE
                       IF FS-CUENTAS = "00" THEN
                          ADD 1 TO WS-CONT-CARGADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE gen-cuentas datos-cuentas
           .

      *    LA RUTA DE clientes.dat SALE DEL AMBIENTE ACTIVO
      *    (LeerAmbiente), IGUAL QUE EN GrabarCliente: TODO PROGRAMA

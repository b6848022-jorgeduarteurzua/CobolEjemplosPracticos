      * Date: 22-08-2026
      * Purpose: Respaldo por generaciones de los maestros del
      *          sistema: copia registro a registro clientes.dat,
      *          usuarios.dat, calendario.dat y cuentas.dat a
      *          archivos de generacion fechados
      *          (<maestro>_G<AAAAMMDD>.dat) y
      *          deja cada respaldo anotado con su cantidad de
      *          registros en el catalogo respaldos_cat.txt, del que
      *          se alimenta RestaurarMaestro para verificar antes
               RECORD KEY IS gcal-fecha
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
      *        Algo mas largo que usuario-registro (571 vs 548
      *        bytes hoy): el respaldo copia la imagen completa sin
      *        interpretarla y la holgura absorbe crecimientos del
      *        registro sin reorganizar las generaciones.
       FD  gen-operadores.
       01  gope-registro.
           05  gope-id          PIC X(10).
           05  gope-resto       PIC X(130).
      *        Con holgura sobre operador-registro (140 vs 131
      *        bytes hoy), igual que gcli-registro.

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".
           05  gcal-fecha       PIC 9(08).
           05  gcal-resto       PIC X(08).

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  gen-cuentas.
       01  gcta-registro.
           05  gcta-rut         PIC 9(10).
           05  gcta-resto       PIC X(50).
      *        Misma holgura que gcli-resto (cuenta-registro ocupa
      *        hoy 50 bytes).

       FD  catalogo-respaldos.
       01  catalogo-linea       PIC X(100).

       01  FS-USUARIOS         PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  FS-CALENDARIO       PIC XX.
       01  FS-CUENTAS          PIC XX.
       01  FS-GEN              PIC XX.
       01  FS-CATALOGO         PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-DEP-PREFIJO      PIC X(12).
       01  WS-DEP-LARGO        PIC 9(02).
       01  WS-DEP-MAESTRO      PIC 9.
      *        1 = clientes, 2 = operadores, 3 = calendario,
      *        4 = cuentas: decide
      *        con que FD se vacia la generacion antigua.
       01  WS-DEP-VIGENTES     PIC 9(03).
       01  WS-DEP-A-PURGAR     PIC 9(03).
                   RESPALDAR-OPERADORES-FIN
           PERFORM RESPALDAR-CALENDARIO THRU
                   RESPALDAR-CALENDARIO-FIN
           PERFORM RESPALDAR-CUENTAS THRU RESPALDAR-CUENTAS-FIN

           MOVE "clientes_G"   TO WS-DEP-PREFIJO
           MOVE 10             TO WS-DEP-LARGO
           MOVE "calendario_G" TO WS-DEP-PREFIJO
           MOVE 12             TO WS-DEP-LARGO
           MOVE 3              TO WS-DEP-MAESTRO
           PERFORM DEPURAR-GENERACIONES THRU
                   DEPURAR-GENERACIONES-FIN
           MOVE "cuentas_G"    TO WS-DEP-PREFIJO
           MOVE 9              TO WS-DEP-LARGO
           MOVE 4              TO WS-DEP-MAESTRO
           PERFORM DEPURAR-GENERACIONES THRU
                   DEPURAR-GENERACIONES-FIN

       RESPALDAR-CALENDARIO-FIN.
           EXIT.

      *    LOS SALDOS SE RESPALDAN PARA QUE RestaurarMaestro PUEDA
      *    REPONERLOS Y RecuperarMaestro REAPLICARLES LOS
      *    MOVIMIENTOS POSTERIORES.
       RESPALDAR-CUENTAS.
           MOVE SPACES TO WS-RUTA-GEN
           STRING "C:\PgmCobols\Data\cuentas_G" DELIMITED BY SIZE
                  WS-FECHA-SYS                  DELIMITED BY SIZE
                  ".dat"                        DELIMITED BY SIZE
                     INTO WS-RUTA-GEN
           END-STRING
           MOVE 0   TO WS-CONT-COPIADOS
           MOVE "N" TO fin-de-archivo
           OPEN INPUT datos-cuentas
           IF FS-CUENTAS NOT = "00" THEN
              DISPLAY "cuentas.dat NO SE PUDO ABRIR: " FS-CUENTAS
              GO TO RESPALDAR-CUENTAS-FIN
           END-IF
           OPEN OUTPUT gen-cuentas
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
                       MOVE cuenta-registro TO gcta-registro
                       WRITE gcta-registro END-WRITE
                       ADD 1 TO WS-CONT-COPIADOS
               END-READ
           END-PERFORM
           CLOSE datos-cuentas gen-cuentas
           PERFORM ANOTAR-EN-CATALOGO
           DISPLAY "cuentas.dat RESPALDADO: " WS-CONT-COPIADOS
                   " REGISTROS".
       RESPALDAR-CUENTAS-FIN.
           EXIT.

       ANOTAR-EN-CATALOGO.
           OPEN EXTEND catalogo-respaldos
           IF FS-CATALOGO NOT = "00" THEN
               WHEN 3
                   OPEN OUTPUT gen-calendario
                   CLOSE gen-calendario
               WHEN 4
                   OPEN OUTPUT gen-cuentas
                   CLOSE gen-cuentas
           END-EVALUATE
           DISPLAY "GENERACION ANTIGUA VACIADA: " WS-RUTA-GEN


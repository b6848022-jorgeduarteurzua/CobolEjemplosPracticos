      * Author: Jorge Duarte
      * Date: 02-07-2025
      * Purpose: Estudio
      *          Muestra ademas el estado del caso de cobranza
      *          judicial del cliente (juridica.dat), si lo tiene.
      *          Y quien paga sus servicios cuando los factura un
      *          tercero (pagadores.dat), o a cuantos beneficiarios
      *          les paga el cliente consultado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS hist-rut
               FILE STATUS IS FS-HISTORICO.

           SELECT datos-juridica
               ASSIGN TO
           "C:\PgmCobols\Data\juridica.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jur-rut
               FILE STATUS IS FS-JURIDICA.

           SELECT datos-pagadores
               ASSIGN TO
           "C:\PgmCobols\Data\pagadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-rut-beneficiario
               ALTERNATE RECORD KEY IS pag-rut-pagador
                   WITH DUPLICATES
               FILE STATUS IS FS-PAGADORES.

      *       El comprobante ya no pisa un archivo fijo: cada
      *       impresion sale a una pieza de spool con fecha, hora y
      *       operador en el nombre (GenerarNombreSpool) y queda
           05  hist-rut         PIC 9(10).
           05  hist-resto       PIC X(590).

       FD  datos-juridica.
           copy "C:\PgmCobols\FD\FDJuridica.cpy".

       FD  datos-pagadores.
           copy "C:\PgmCobols\FD\FDPagador.cpy".

       FD  comprobante-cliente.
       01  COMP-LINEA          PIC X(132).

       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  FS-COMPROBANTE      PIC XX.
       01  FS-HISTORICO        PIC XX.
       01  FS-JURIDICA         PIC XX.
       01  WS-JURIDICA-DESC    PIC X(50).
       01  FS-PAGADORES        PIC XX.
       01  WS-PAGADOR-DESC     PIC X(50).
       01  WS-PAG-CANT         PIC 9(03).
       01  WS-PAG-RUT          PIC 9(10).
       01  fin-pagadores       PIC X.
       01  WS-DESDE-HISTORICO  PIC X VALUE "N".
       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
         03  LINE 14 COL 22 PIC X(60) FROM EMAIL.
         03  LINE 15 COL 5 VALUE "ESTADO........: ".
         03  LINE 15 COL 22 PIC X(22) FROM WS-ESTADO-DESC.
         03  LINE 16 COL 5 VALUE "COBRANZA JUD..: ".
         03  LINE 16 COL 22 PIC X(50) FROM WS-JURIDICA-DESC.
         03  LINE 17 COL 5 VALUE "PAGADOR.......: ".
         03  LINE 17 COL 22 PIC X(50) FROM WS-PAGADOR-DESC.
         03  LINE 22 COL 1 VALUE "----------------------------------".
         03  LINE 22 COL 35 VALUE "----------------------------------".
         03  LINE 22 COL 69 VALUE "-------------".
                       MOVE "INACTIVO"             TO WS-ESTADO-DESC
                   WHEN usuario-baja
                       MOVE "CLIENTE DADO DE BAJA" TO WS-ESTADO-DESC
                   WHEN usuario-fallecido
                       MOVE "CLIENTE FALLECIDO"    TO WS-ESTADO-DESC
                   WHEN OTHER
                       MOVE SPACES                 TO WS-ESTADO-DESC
               END-EVALUATE
               PERFORM LEER-CASO-JURIDICO THRU
                       LEER-CASO-JURIDICO-FIN
               PERFORM LEER-PAGADOR THRU LEER-PAGADOR-FIN
               MOVE "N"   TO SALIR
               MOVE "N"   TO WS-IMPRIMIR
               MOVE "N"   TO WS-VER-SALDO
           CLOSE datos-usuarios
           GOBACK.

      *    ESTADO DEL CASO DERIVADO AL ESTUDIO JURIDICO EXTERNO
      *    (CobranzaEtapas / IntakeJuridica); BLANCO SI NO TIENE.
       LEER-CASO-JURIDICO.
           MOVE SPACES TO WS-JURIDICA-DESC
           OPEN INPUT datos-juridica
           IF FS-JURIDICA NOT = "00" THEN
              GO TO LEER-CASO-JURIDICO-FIN
           END-IF
           MOVE usuario-rut TO jur-rut
           READ datos-juridica
               INVALID KEY
                   MOVE SPACES TO WS-JURIDICA-DESC
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN jur-derivado
                           MOVE "DERIVADO AL ESTUDIO"
                                            TO WS-JURIDICA-DESC
                       WHEN jur-en-juicio
                           MOVE "CON SENTENCIA"
                                            TO WS-JURIDICA-DESC
                       WHEN jur-recuperado
                           MOVE "RECUPERADO (CERRADO)"
                                            TO WS-JURIDICA-DESC
                       WHEN jur-devuelto
                           MOVE "DEVUELTO INCOBRABLE"
                                            TO WS-JURIDICA-DESC
                   END-EVALUATE
                   MOVE " - DERIVADO EL " TO WS-JURIDICA-DESC(21:15)
                   MOVE jur-fec-derivacion TO WS-JURIDICA-DESC(36:8)
           END-READ
           CLOSE datos-juridica.
       LEER-CASO-JURIDICO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * LEER-PAGADOR : si otro cliente paga los servicios del     *
      * consultado (pagadores.dat) se muestra su RUT y nombre;    *
      * si es el consultado quien paga por otros, cuantos son.    *
      * Deja usuario-registro con el pagador: va al final.        *
      *----------------------------------------------------------*
       LEER-PAGADOR.
           MOVE SPACES TO WS-PAGADOR-DESC
           OPEN INPUT datos-pagadores
           IF FS-PAGADORES NOT = "00" THEN
              GO TO LEER-PAGADOR-FIN
           END-IF
           MOVE RUT TO pag-rut-beneficiario
           READ datos-pagadores
               INVALID KEY
                   PERFORM CONTAR-BENEFICIARIOS
               NOT INVALID KEY
                   MOVE pag-rut-pagador TO usuario-rut
                   READ datos-usuarios
                       INVALID KEY
                           MOVE SPACES TO usuario-nombre
                                          usuario-apepat
                   END-READ
                   STRING pag-rut-pagador DELIMITED BY SIZE
                          "-"             DELIMITED BY SIZE
                          usuario-dv      DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          usuario-nombre  DELIMITED BY "  "
                          " "             DELIMITED BY SIZE
                          usuario-apepat  DELIMITED BY "  "
                          " ("            DELIMITED BY SIZE
                          pag-tipo-rel    DELIMITED BY SIZE
                          ")"             DELIMITED BY SIZE
                             INTO WS-PAGADOR-DESC
                   END-STRING
           END-READ
           CLOSE datos-pagadores.
       LEER-PAGADOR-FIN.
           EXIT.

       CONTAR-BENEFICIARIOS.
           MOVE 0   TO WS-PAG-CANT
           MOVE "N" TO fin-pagadores
           MOVE RUT TO WS-PAG-RUT
           MOVE RUT TO pag-rut-pagador
           START datos-pagadores KEY IS = pag-rut-pagador
               INVALID KEY
                   MOVE "S" TO fin-pagadores
           END-START
           PERFORM UNTIL fin-pagadores = "S"
               READ datos-pagadores NEXT RECORD
                   AT END
                       MOVE "S" TO fin-pagadores
                   NOT AT END
                       IF pag-rut-pagador NOT = WS-PAG-RUT THEN
                          MOVE "S" TO fin-pagadores
                       ELSE
                          ADD 1 TO WS-PAG-CANT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAG-CANT > 0 THEN
              STRING "PAGA LOS SERVICIOS DE " DELIMITED BY SIZE
                     WS-PAG-CANT              DELIMITED BY SIZE
                     " BENEFICIARIO(S)"       DELIMITED BY SIZE
                        INTO WS-PAGADOR-DESC
              END-STRING
           END-IF
           .

      *----------------------------------------------------------*
      * CONSULTAR-HISTORICO : busca el RUT en clientes_hist.dat    *
      * (bajas purgadas) y, si esta, lo muestra solo lectura con   *

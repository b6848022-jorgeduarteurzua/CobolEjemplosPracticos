      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reorganizacion de facturas.dat con la llave alterna
      *          estado + vencimiento (factura-llave-venc), para que
      *          los batch de cartera (CobranzaEtapas, InteresesMora,
      *          ReporteAntiguedad) lean solo las pendientes en orden
      *          de vencimiento en vez de recorrer el archivo
      *          completo. Si facturas.dat todavia tiene el formato
      *          original de 116 bytes (hasta factura-dte-motivo, sin
      *          desglose tributario, pagador, puntos ni llave), se
      *          copia a facturas_reorg.dat en el formato actual de
      *          170 bytes, con los campos nuevos en cero (puntos en
      *          blanco) y la llave armada, se verifica la cantidad
      *          de registros y recien entonces se recrea
      *          facturas.dat desde la copia. Si ya tiene el
      *          formato nuevo, solo se resincroniza la llave contra
      *          factura-estado y factura-fec-venc. Antes y despues
      *          se mide un recorrido de pendientes (completo por
      *          llave primaria contra llave alterna) y ambos quedan
      *          en el registro de corridas (REORGFACT-ANTES y
      *          REORGFACT-DESPUES) para comparar inicio y fin.
      *          Se puede repetir sin riesgo. facturas_reorg.dat
      *          queda como copia de la reorganizacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorganizarFacturas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

      *    MISMO ARCHIVO CON EL FORMATO ORIGINAL DE 116 BYTES.
           SELECT facturas-ant
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fant-llave
               FILE STATUS IS FS-ANT.

           SELECT facturas-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\facturas_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS freo-llave
               ALTERNATE RECORD KEY IS freo-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-REORG.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  facturas-ant.
       01  fant-registro.
           05  fant-llave.
               10  fant-rut         PIC 9(10).
               10  fant-periodo     PIC 9(06).
           05  fant-fec-emision     PIC 9(08).
           05  fant-fec-venc        PIC 9(08).
           05  fant-montos          PIC X(26).
           05  fant-estado          PIC X.
           05  fant-resto           PIC X(57).

       FD  facturas-reorg.
       01  freo-registro.
           05  freo-llave           PIC X(16).
           05  freo-resto           PIC X(100).
           05  freo-neto            PIC 9(11)V99.
           05  freo-exento          PIC 9(11)V99.
           05  freo-iva             PIC 9(11)V99.
           05  freo-tasa-iva        PIC 9(02).
           05  freo-cant-benef      PIC 9(03).
           05  freo-puntos-eval     PIC X.
           05  freo-llave-venc.
               10  freo-llave-estado   PIC X.
               10  freo-llave-fec-venc PIC 9(08).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS         PIC XX.
       01  FS-ANT              PIC XX.
       01  FS-REORG            PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-MODO             PIC X.
      *        C = conversion desde el formato anterior;
      *        R = el archivo ya tiene la llave, solo se resincroniza.
       01  WS-ERROR            PIC X VALUE "N".
       01  WS-HORA-INICIO      PIC 9(06).
       01  WS-HORA-MEDICION    PIC 9(06).
       01  WS-CONT-LEIDAS      PIC 9(06).
       01  WS-CONT-COPIADAS    PIC 9(06).
       01  WS-CONT-CARGADAS    PIC 9(06).
       01  WS-CONT-CORREGIDAS  PIC 9(06).
       01  WS-CONT-PENDIENTES  PIC 9(06).
       01  WS-CONT-RECORRIDAS  PIC 9(06).

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           MOVE 0 TO WS-CONT-LEIDAS WS-CONT-COPIADAS WS-CONT-CARGADAS
                     WS-CONT-CORREGIDAS

      *       SI EL ARCHIVO ABRE CON LA LLAVE ALTERNA YA ESTA
      *       REORGANIZADO; SI NO, SE INTENTA CON EL FORMATO ANTERIOR.
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "R" TO WS-MODO
              CLOSE datos-facturas
           ELSE
              OPEN INPUT facturas-ant
              IF FS-ANT NOT = "00" THEN
                 DISPLAY "NO SE PUEDE ABRIR facturas.dat: "
                         FS-FACTURAS " / " FS-ANT
                 GOBACK
              END-IF
              MOVE "C" TO WS-MODO
              CLOSE facturas-ant
           END-IF

           PERFORM MEDIR-ANTES THRU MEDIR-ANTES-FIN

           IF WS-MODO = "C" THEN
              PERFORM COPIAR-A-REORG THRU COPIAR-A-REORG-FIN
              IF WS-ERROR = "N" THEN
                 PERFORM RECREAR-FACTURAS THRU RECREAR-FACTURAS-FIN
              END-IF
           ELSE
              PERFORM RESINCRONIZAR-LLAVE THRU
                      RESINCRONIZAR-LLAVE-FIN
           END-IF

           MOVE "ReorganizarFacturas" TO lk-co-programa
           MOVE WS-HORA-INICIO        TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS        TO lk-co-leidos
           IF WS-MODO = "C" THEN
              MOVE WS-CONT-CARGADAS   TO lk-co-grabados
           ELSE
              MOVE WS-CONT-CORREGIDAS TO lk-co-grabados
           END-IF
           MOVE 0                     TO lk-co-rechazados
           IF WS-ERROR = "N" THEN
              MOVE "OK"               TO lk-co-resultado
           ELSE
              MOVE "ERROR"            TO lk-co-resultado
           END-IF
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           IF WS-ERROR = "N" THEN
              PERFORM MEDIR-DESPUES THRU MEDIR-DESPUES-FIN
           END-IF

           DISPLAY "-------------------------------------------"
           IF WS-MODO = "C" THEN
              DISPLAY "REORGANIZACION DE facturas.dat"
              DISPLAY "FACTURAS LEIDAS.....: " WS-CONT-LEIDAS
              DISPLAY "COPIADAS A REORG....: " WS-CONT-COPIADAS
              DISPLAY "CARGADAS EN facturas: " WS-CONT-CARGADAS
           ELSE
              DISPLAY "RESINCRONIZACION DE LA LLAVE ESTADO+VENC."
              DISPLAY "FACTURAS LEIDAS.....: " WS-CONT-LEIDAS
              DISPLAY "LLAVES CORREGIDAS...: " WS-CONT-CORREGIDAS
           END-IF
           IF WS-ERROR = "N" THEN
              DISPLAY "PENDIENTES..........: " WS-CONT-PENDIENTES
              DISPLAY "MEDICION ANTES/DESPUES EN corridas.dat"
           ELSE
              DISPLAY "facturas.dat NO SE MODIFICO."
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * MEDIR-ANTES : el recorrido que hacian los batch: todo el   *
      * archivo por llave primaria, descartando lo no pendiente.   *
      *----------------------------------------------------------*
       MEDIR-ANTES.
           ACCEPT WS-HORA-MEDICION FROM TIME
           MOVE 0   TO WS-CONT-RECORRIDAS WS-CONT-PENDIENTES
           MOVE "N" TO fin-de-archivo
           IF WS-MODO = "C" THEN
              OPEN INPUT facturas-ant
              MOVE LOW-VALUES TO fant-llave
              START facturas-ant KEY IS NOT < fant-llave
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ facturas-ant NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          ADD 1 TO WS-CONT-RECORRIDAS
                          IF fant-estado = "P" THEN
                             ADD 1 TO WS-CONT-PENDIENTES
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE facturas-ant
              GO TO MEDIR-ANTES-GRABAR
           END-IF

           OPEN INPUT datos-facturas
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-RECORRIDAS
                       IF factura-pendiente THEN
                          ADD 1 TO WS-CONT-PENDIENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas.
       MEDIR-ANTES-GRABAR.
           MOVE "REORGFACT-ANTES"  TO lk-co-programa
           MOVE WS-HORA-MEDICION   TO lk-co-hora-inicio
           MOVE WS-CONT-RECORRIDAS TO lk-co-leidos
           MOVE WS-CONT-PENDIENTES TO lk-co-grabados
           MOVE 0                  TO lk-co-rechazados
           MOVE "OK"               TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA.
       MEDIR-ANTES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * MEDIR-DESPUES : el recorrido nuevo, solo las pendientes    *
      * por la llave alterna, hasta salir del estado "P".          *
      *----------------------------------------------------------*
       MEDIR-DESPUES.
           ACCEPT WS-HORA-MEDICION FROM TIME
           MOVE 0   TO WS-CONT-RECORRIDAS WS-CONT-PENDIENTES
           MOVE "N" TO fin-de-archivo
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              GO TO MEDIR-DESPUES-FIN
           END-IF
           MOVE "P" TO factura-llave-estado
           MOVE 0   TO factura-llave-fec-venc
           START datos-facturas KEY IS NOT < factura-llave-venc
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF factura-llave-estado NOT = "P" THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          ADD 1 TO WS-CONT-RECORRIDAS
                          IF factura-pendiente THEN
                             ADD 1 TO WS-CONT-PENDIENTES
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas

           MOVE "REORGFACT-DESPUES" TO lk-co-programa
           MOVE WS-HORA-MEDICION    TO lk-co-hora-inicio
           MOVE WS-CONT-RECORRIDAS  TO lk-co-leidos
           MOVE WS-CONT-PENDIENTES  TO lk-co-grabados
           MOVE 0                   TO lk-co-rechazados
           MOVE "OK"                TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA.
       MEDIR-DESPUES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * COPIAR-A-REORG : copia el formato anterior a la copia de   *
      * trabajo con la llave alterna armada. facturas.dat todavia  *
      * no se toca.                                                *
      *----------------------------------------------------------*
       COPIAR-A-REORG.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT facturas-ant
           OPEN OUTPUT facturas-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR facturas_reorg.dat: " FS-REORG
              CLOSE facturas-ant
              MOVE "S" TO WS-ERROR
              GO TO COPIAR-A-REORG-FIN
           END-IF
           MOVE LOW-VALUES TO fant-llave
           START facturas-ant KEY IS NOT < fant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ facturas-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       MOVE fant-registro TO freo-registro
      *                Campos agregados despues del formato original:
      *                sin desglose, factura normal, puntos por evaluar.
                       MOVE ZERO  TO freo-neto freo-exento freo-iva
                                     freo-tasa-iva freo-cant-benef
                       MOVE SPACE TO freo-puntos-eval
                       MOVE fant-estado   TO freo-llave-estado
                       MOVE fant-fec-venc TO freo-llave-fec-venc
                       WRITE freo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " fant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADAS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE facturas-ant facturas-reorg

           IF WS-CONT-COPIADAS NOT = WS-CONT-LEIDAS THEN
              DISPLAY "SE LEYERON " WS-CONT-LEIDAS " FACTURAS Y SE"
                      " COPIARON " WS-CONT-COPIADAS
                      "; NO SE REORGANIZA."
              MOVE "S" TO WS-ERROR
           END-IF.
       COPIAR-A-REORG-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RECREAR-FACTURAS : facturas.dat se crea de nuevo con la    *
      * llave alterna y se carga desde la copia verificada.        *
      *----------------------------------------------------------*
       RECREAR-FACTURAS.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT facturas-reorg
           OPEN OUTPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR facturas.dat: " FS-FACTURAS
              DISPLAY "LA COPIA QUEDA EN facturas_reorg.dat"
              CLOSE facturas-reorg
              MOVE "S" TO WS-ERROR
              GO TO RECREAR-FACTURAS-FIN
           END-IF
           MOVE LOW-VALUES TO freo-llave
           START facturas-reorg KEY IS NOT < freo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ facturas-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE factura-registro FROM freo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " freo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADAS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE facturas-reorg datos-facturas

           IF WS-CONT-CARGADAS NOT = WS-CONT-COPIADAS THEN
              DISPLAY "SE CARGARON " WS-CONT-CARGADAS " DE "
                      WS-CONT-COPIADAS " FACTURAS; RECARGAR DESDE"
                      " facturas_reorg.dat"
              MOVE "S" TO WS-ERROR
           END-IF.
       RECREAR-FACTURAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RESINCRONIZAR-LLAVE : con el archivo ya reorganizado, toda *
      * factura cuya llave alterna no calce con su estado y su     *
      * vencimiento se regraba corregida.                          *
      *----------------------------------------------------------*
       RESINCRONIZAR-LLAVE.
           MOVE "N" TO fin-de-archivo
           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR facturas.dat: " FS-FACTURAS
              MOVE "S" TO WS-ERROR
              GO TO RESINCRONIZAR-LLAVE-FIN
           END-IF
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF factura-llave-estado NOT = factura-estado OR
                          factura-llave-fec-venc NOT = factura-fec-venc
                          THEN
                          MOVE factura-estado   TO factura-llave-estado
                          MOVE factura-fec-venc
                            TO factura-llave-fec-venc
                          REWRITE factura-registro
                              INVALID KEY
                                  DISPLAY "NO SE REGRABO "
                                          factura-llave
                              NOT INVALID KEY
                                  ADD 1 TO WS-CONT-CORREGIDAS
                          END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas.
       RESINCRONIZAR-LLAVE-FIN.
           EXIT.

       END PROGRAM ReorganizarFacturas.

      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Cola de documentos impresos pendientes de envio por
      *          correo (al estilo de EscribirReporte): los programas
      *          que emiten cartas o facturas en papel dejan aqui
      *          cada documento, ademas de su archivo de siempre, y
      *          ConsolidarImpresion los junta una vez al dia por
      *          cliente en un solo archivo para la imprenta. Se
      *          llama con una operacion por paso:
      *            I = iniciar documento (rut, origen, referencia)
      *            D = detalle (una linea del documento)
      *            F = fin del documento (queda pendiente)
      *            C = cerrar la cola al terminar la corrida
      *          El documento queda en impresion_docs.dat y sus
      *          lineas en impresion_lineas.dat. Un documento con
      *          la misma referencia ya encolado se omite (codigo 1),
      *          con lo que una reimpresion no duplica el envio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncolarImpresion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-impdocs
               ASSIGN TO
           "C:\PgmCobols\Data\impresion_docs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS impd-id
               ALTERNATE RECORD KEY IS impd-clave-ref
                   WITH DUPLICATES
               FILE STATUS IS FS-IMPDOCS.

           SELECT datos-implineas
               ASSIGN TO
           "C:\PgmCobols\Data\impresion_lineas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS impl-llave
               FILE STATUS IS FS-IMPLINEAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-impdocs.
           copy "C:\PgmCobols\FD\FDImpresionDoc.cpy".

       FD  datos-implineas.
           copy "C:\PgmCobols\FD\FDImpresionLinea.cpy".

       WORKING-STORAGE SECTION.
       01  FS-IMPDOCS          PIC XX.
       01  FS-IMPLINEAS        PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ABIERTO          PIC X VALUE "N".
       01  WS-ULTIMO-ID        PIC 9(08) VALUE 0.
       01  WS-DOC-ID           PIC 9(08) VALUE 0.
      *        Documento en armado; 0 = ninguno (o se omite).
       01  WS-DOC-LINEAS       PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01 PAR-ENTRADA-IMPRESION.
           05  lk-im-operacion PIC X.
      *        I / D / F / C (ver el encabezado del programa)
           05  lk-im-rut       PIC 9(10).
           05  lk-im-origen    PIC X(10).
           05  lk-im-referencia PIC X(20).
      *        Rut, origen y referencia: solo en la operacion I.
           05  lk-im-linea     PIC X(132).
      *        La linea del documento en la operacion D.
       01 PAR-SALIDA-IMPRESION.
           05  lk-im-codret    PIC 9.
      *        0 = ok; 1 = documento ya encolado, se omite;
      *        2 = no se pudo abrir o grabar la cola.

       PROCEDURE DIVISION USING PAR-ENTRADA-IMPRESION
                                PAR-SALIDA-IMPRESION.
       MAIN-PROCEDURE.
           MOVE 0 TO lk-im-codret
           EVALUATE lk-im-operacion
               WHEN "I"
                   PERFORM INICIAR-DOCUMENTO THRU
                           INICIAR-DOCUMENTO-FIN
               WHEN "D"
                   PERFORM ESCRIBIR-LINEA
               WHEN "F"
                   PERFORM TERMINAR-DOCUMENTO
               WHEN "C"
                   PERFORM CERRAR-COLA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       INICIAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-ID WS-DOC-LINEAS
           IF WS-ABIERTO NOT = "S" THEN
              PERFORM ABRIR-COLA
              IF WS-ABIERTO NOT = "S" THEN
                 MOVE 2 TO lk-im-codret
                 GO TO INICIAR-DOCUMENTO-FIN
              END-IF
           END-IF

           IF lk-im-referencia NOT = SPACES THEN
              MOVE lk-im-rut        TO impd-rut
              MOVE lk-im-origen     TO impd-origen
              MOVE lk-im-referencia TO impd-referencia
              READ datos-impdocs KEY IS impd-clave-ref
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO lk-im-codret
                      GO TO INICIAR-DOCUMENTO-FIN
              END-READ
           END-IF

           INITIALIZE impd-registro
           COMPUTE impd-id = WS-ULTIMO-ID + 1
           MOVE lk-im-rut        TO impd-rut
           MOVE lk-im-origen     TO impd-origen
           MOVE lk-im-referencia TO impd-referencia
           MOVE WS-FECHA-SYS     TO impd-fecha
           MOVE "A"              TO impd-estado
           WRITE impd-registro
               INVALID KEY
                   MOVE 2 TO lk-im-codret
                   GO TO INICIAR-DOCUMENTO-FIN
           END-WRITE
           MOVE impd-id TO WS-ULTIMO-ID WS-DOC-ID.
       INICIAR-DOCUMENTO-FIN.
           EXIT.

       ESCRIBIR-LINEA.
           IF WS-DOC-ID > 0 AND WS-DOC-LINEAS < 9999 THEN
              ADD 1 TO WS-DOC-LINEAS
              MOVE WS-DOC-ID     TO impl-id
              MOVE WS-DOC-LINEAS TO impl-linea
              MOVE lk-im-linea   TO impl-texto
              WRITE impl-registro
                  INVALID KEY
                      MOVE 2 TO lk-im-codret
              END-WRITE
           END-IF
           .

       TERMINAR-DOCUMENTO.
           IF WS-DOC-ID > 0 THEN
              MOVE WS-DOC-ID TO impd-id
              READ datos-impdocs
                  INVALID KEY
                      MOVE 2 TO lk-im-codret
                  NOT INVALID KEY
                      MOVE "P"           TO impd-estado
                      MOVE WS-DOC-LINEAS TO impd-cant-lineas
                      REWRITE impd-registro END-REWRITE
              END-READ
           END-IF
           MOVE 0 TO WS-DOC-ID WS-DOC-LINEAS
           .

       CERRAR-COLA.
           IF WS-ABIERTO = "S" THEN
              CLOSE datos-impdocs datos-implineas
              MOVE "N" TO WS-ABIERTO
           END-IF
           MOVE 0 TO WS-DOC-ID WS-DOC-LINEAS
           .

       ABRIR-COLA.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           OPEN I-O datos-impdocs
           IF FS-IMPDOCS = "35" THEN
              OPEN OUTPUT datos-impdocs
              CLOSE datos-impdocs
              OPEN I-O datos-impdocs
           END-IF
           OPEN I-O datos-implineas
           IF FS-IMPLINEAS = "35" THEN
              OPEN OUTPUT datos-implineas
              CLOSE datos-implineas
              OPEN I-O datos-implineas
           END-IF
           IF FS-IMPDOCS = "00" AND FS-IMPLINEAS = "00" THEN
              MOVE "S" TO WS-ABIERTO
              PERFORM BUSCAR-ULTIMO-ID
           END-IF
           .

       BUSCAR-ULTIMO-ID.
           MOVE 0   TO WS-ULTIMO-ID impd-id
           MOVE "N" TO fin-de-archivo
           START datos-impdocs KEY IS NOT < impd-id
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-impdocs NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       MOVE impd-id TO WS-ULTIMO-ID
               END-READ
           END-PERFORM
           .

       END PROGRAM EncolarImpresion.

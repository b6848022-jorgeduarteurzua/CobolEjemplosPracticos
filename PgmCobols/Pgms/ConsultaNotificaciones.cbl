      * Purpose: Estado de la cola de notificaciones: totales por
      *          estado, detalle de las fallidas con su motivo y
      *          reencolado (F vuelve a P) para que el proximo
      *          despacho las reintente. Las canceladas por baja del
      *          cliente (C) solo se cuentan: no se reencolan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CONT-PEND          PIC 9(06) VALUE 0.
       01  WS-CONT-ENV           PIC 9(06) VALUE 0.
       01  WS-CONT-FALL          PIC 9(06) VALUE 0.
       01  WS-CONT-CANC          PIC 9(06) VALUE 0.
       01  WS-REENCOLAR          PIC X.
       01  WS-CONT-REENCOLADAS   PIC 9(06) VALUE 0.

      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-CONT-PEND WS-CONT-ENV WS-CONT-FALL
                       WS-CONT-CANC WS-CONT-REENCOLADAS
           OPEN I-O datos-notificaciones
           IF FS-NOTIF NOT = "00" THEN
              DISPLAY "NO HAY COLA DE NOTIFICACIONES."
           DISPLAY "PENDIENTES: " WS-CONT-PEND
                   "  ENVIADAS: " WS-CONT-ENV
                   "  FALLIDAS: " WS-CONT-FALL
           IF WS-CONT-CANC > 0 THEN
              DISPLAY "CANCELADAS POR BAJA: " WS-CONT-CANC
           END-IF
           IF WS-CONT-REENCOLADAS > 0 THEN
              DISPLAY "REENCOLADAS EN ESTA PASADA: "
                      WS-CONT-REENCOLADAS
                      REWRITE notif-registro END-REWRITE
                      ADD 1 TO WS-CONT-REENCOLADAS
                   END-IF
               WHEN notif-cancelada
                   ADD 1 TO WS-CONT-CANC
           END-EVALUATE
           .


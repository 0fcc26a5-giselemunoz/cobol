      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-09-02  jm  Version inicial.
      * 2026-10-15  jm  Replica de los traspasos de sucursal
      *                 (AU-TIPO "T", BCOSOC19): se borra la clave
      *                 anterior y se graba la imagen con la nueva.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           03 l-rep-bajas pic zzzz9.
           03 filler pic x(08) value "  modif ".
           03 l-rep-modifs pic zzzz9.
           03 filler pic x(08) value "  trasp ".
           03 l-rep-trasp pic zzzz9.
       01  lin-final.
           03 filler pic x(22) value "Maestro resultante  : ".
           03 l-fin-cant pic zz.zzz.zz9.
           03 ws-cant-altas     pic 9(07) comp value zero.
           03 ws-cant-bajas     pic 9(07) comp value zero.
           03 ws-cant-modifs    pic 9(07) comp value zero.
           03 ws-cant-traspasos pic 9(07) comp value zero.
           03 ws-cant-finales   pic 9(07) comp value zero.

       01  ws-saldos.
                           END-WRITE
                   END-REWRITE
                   ADD 1 TO ws-cant-modifs
               WHEN "T"
                   MOVE AU-IMG-ANTERIOR TO ws-img-socio
                   MOVE ws-img-suc TO SM-SUC
                   MOVE ws-img-nro TO SM-SOCIO
                   DELETE SOCIOS-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE AU-IMG-POSTERIOR TO SOCIO-REC
                   WRITE SOCIO-REC
                       INVALID KEY
                           REWRITE SOCIO-REC
                   END-WRITE
                   ADD 1 TO ws-cant-traspasos
           END-EVALUATE.
       4200-SIGUIENTE.
           PERFORM 4100-LEER-AUDITORIA THRU 4100-EXIT.
           MOVE ws-cant-altas  TO l-rep-altas.
           MOVE ws-cant-bajas  TO l-rep-bajas.
           MOVE ws-cant-modifs TO l-rep-modifs.
           MOVE ws-cant-traspasos TO l-rep-trasp.
           WRITE CONCILIA-REC FROM lin-replicas
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-CONCILIA THRU 8100-EXIT.
           DISPLAY "Registros de la foto : " ws-cant-foto.
           DISPLAY "Replicas aplicadas   : altas " ws-cant-altas
                   " bajas " ws-cant-bajas
                   " modif " ws-cant-modifs
                   " trasp " ws-cant-traspasos.
           DISPLAY "Maestro resultante   : " ws-cant-finales.
       9999-EXIT.
           EXIT.

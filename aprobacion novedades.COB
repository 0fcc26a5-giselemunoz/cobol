      * 2026-09-02  jm  Foto fechada del maestro completo en SNAPSOC
      *                 antes de aplicar las aprobaciones, para poder
      *                 restaurar a un punto con BCOSOC07.
      * 2026-10-15  jm  Aprobacion del contrasiento sobre el umbral
      *                 que deriva BCOSOC03 (PD-TIPO "R"): se vuelve
      *                 a validar el original en HISTMOV, se devuelve
      *                 saldo y vencimiento, se vuelven a pendiente
      *                 las cuotas de convenio del pago anulado y el
      *                 contrasiento queda en HISTMOV; en la pista de
      *                 auditoria va como modificacion del socio.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CLAVE
               FILE STATUS IS WS-FS-CONVENIOS.

           SELECT CUOTAS-FILE ASSIGN TO "CUOTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS WS-FS-CUOTAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 FILLER             PIC X(10).

      * TRANSACCIONES PENDIENTES DE APROBACION (mismo layout que en
      * BCOSOC02 y BCOSOC03)
      *   PD-TIPO: B = baja / M = modificacion / R = contrasiento
       FD  PENDIENTES-FILE.
       01  PENDIENTE-REC.
           05 PD-CLAVE.
              10 PD-SUC          PIC 9(03).
              10 PD-SOCIO        PIC 9(10).
              10 PD-TIPO         PIC X(01).
           05 PD-DATOS.
              10 PD-NOMBRE       PIC X(20).
              10 PD-DNI          PIC 9(08).
              10 PD-SALDO        PIC S9(09)V99.
              10 PD-FEC-VENC     PIC 9(08).
           05 PD-DATOS-REV REDEFINES PD-DATOS.
              10 PD-REV-FECHA    PIC 9(08).
              10 PD-REF-FECHA    PIC 9(08).
              10 PD-REF-HORA     PIC 9(08).
              10 PD-REV-IMPORTE  PIC 9(09)V99.
              10 FILLER          PIC X(12).
           05 PD-OPERADOR        PIC X(08).
           05 PD-FECHA           PIC 9(08).
           05 PD-HORA            PIC 9(08).
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC03): aca se busca el original del contrasiento y se
      * agrega el contrasiento aprobado
       FD  HISTORIAL-FILE.
       01  HISTORIAL-REC.
           05 HM-SUC             PIC 9(03).
           05 HM-SOCIO           PIC 9(10).
           05 HM-FECHA           PIC 9(08).
           05 HM-TIPO            PIC X(01).
           05 HM-IMPORTE         PIC 9(09)V99.
           05 HM-SALDO-ANT       PIC S9(09)V99.
           05 HM-SALDO-POST      PIC S9(09)V99.
           05 HM-HORA            PIC 9(08).
           05 HM-FEC-VENC-ANT    PIC 9(08).
           05 HM-REF-FECHA       PIC 9(08).
           05 HM-REF-HORA        PIC 9(08).
           05 FILLER             PIC X(02).

      * MAESTRO DE CONVENIOS (mismo layout que en BCOSOC05)
       FD  CONVENIOS-FILE.
       01  CONVENIO-REC.
           05 CV-CLAVE.
              10 CV-SUC          PIC 9(03).
              10 CV-SOCIO        PIC 9(10).
           05 CV-FEC-ALTA        PIC 9(08).
           05 CV-DEUDA-ORIGEN    PIC 9(09)V99.
           05 CV-CANT-CUOTAS     PIC 9(03).
           05 CV-IMP-CUOTA       PIC 9(09)V99.
           05 CV-PRIMER-VENC     PIC 9(08).
           05 CV-CUOTAS-PAGAS    PIC 9(03).
           05 CV-ESTADO          PIC X(01).
           05 CV-FEC-ESTADO      PIC 9(08).
           05 FILLER             PIC X(10).

      * CALENDARIO DE CUOTAS DEL CONVENIO (mismo layout que en
      * BCOSOC05)
       FD  CUOTAS-FILE.
       01  CUOTA-REC.
           05 CU-CLAVE.
              10 CU-SUC          PIC 9(03).
              10 CU-SOCIO        PIC 9(10).
              10 CU-NRO          PIC 9(03).
           05 CU-FEC-VENC        PIC 9(08).
           05 CU-IMPORTE         PIC 9(09)V99.
           05 CU-ESTADO          PIC X(01).
           05 CU-FEC-PAGO        PIC 9(08).
           05 FILLER             PIC X(05).
      *-----------------------
       WORKING-STORAGE SECTION.
    ****************** variable de trabajo**************
           03 ws-fs-auditoria   pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-cuotas      pic x(02).

       01  ws-switches.
           03 ws-sw-eof-decision   pic x(01) value "N".
              88 ws-socio-existe        value "S".
           03 ws-sw-eof-foto       pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-eof-hist       pic x(01) value "N".
              88 ws-eof-hist            value "S".
           03 ws-sw-org-existe     pic x(01) value "N".
              88 ws-org-existe          value "S".
           03 ws-sw-org-reversado  pic x(01) value "N".
              88 ws-org-reversado       value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-cant-aprobadas pic 9(07) comp value zero.
           03 ws-cant-denegadas pic 9(07) comp value zero.
           03 ws-cant-rechazos  pic 9(07) comp value zero.
           03 ws-cant-reversos  pic 9(07) comp value zero.

      * contrasiento aprobado: movimiento original buscado en
      * HISTMOV y lo que de el hace falta para anularlo
       01  ws-contrasiento.
           03 ws-saldo-previo   pic s9(09)v99.
           03 ws-venc-previo    pic 9(08).
           03 ws-org-tipo       pic x(01).
           03 ws-org-fecha      pic 9(08).
           03 ws-org-importe    pic 9(09)v99.
           03 ws-org-venc-ant   pic 9(08).
           03 ws-rev-restante   pic 9(09)v99.
           03 ws-cuotas-rev     pic 9(03).
           03 ws-cuo-busca      pic 9(03).

       01  ws-imagenes.
           03 ws-img-anterior   pic x(70).
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN I-O CONVENIOS-FILE.
           IF WS-FS-CONVENIOS = "35"
               OPEN OUTPUT CONVENIOS-FILE
               CLOSE CONVENIOS-FILE
               OPEN I-O CONVENIOS-FILE
           END-IF.
           IF WS-FS-CONVENIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de "
                       "convenios - file status " WS-FS-CONVENIOS
               STOP RUN
           END-IF.
           OPEN I-O CUOTAS-FILE.
           IF WS-FS-CUOTAS = "35"
               OPEN OUTPUT CUOTAS-FILE
               CLOSE CUOTAS-FILE
               OPEN I-O CUOTAS-FILE
           END-IF.
           IF WS-FS-CUOTAS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el calendario de "
                       "cuotas - file status " WS-FS-CUOTAS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
               PERFORM 3400-BORRAR-PENDIENTE THRU 3400-EXIT
               GO TO 3200-EXIT
           END-IF.
           EVALUATE PD-TIPO
               WHEN "B"
                   PERFORM 3210-APLICAR-BAJA THRU 3210-EXIT
               WHEN "R"
                   PERFORM 3230-APLICAR-CONTRASIENTO THRU 3230-EXIT
               WHEN OTHER
                   PERFORM 3220-APLICAR-MODIF THRU 3220-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3220-EXIT.
           EXIT.
      ******************************************************************
      * 3230 - contrasiento aprobado: entre la carga y la aprobacion
      * el original pudo haber sido reversado por otra via, por eso
      * se vuelve a buscar en HISTMOV; se aplica como en BCOSOC03
      * (saldo, vencimiento y cuotas del convenio) y el contrasiento
      * queda en HISTMOV con la fecha de la aprobacion, para que la
      * cadena de saldos del resumen siga en orden
      ******************************************************************
       3230-APLICAR-CONTRASIENTO.
           PERFORM 3240-BUSCAR-ORIGINAL THRU 3240-EXIT.
           IF NOT ws-org-existe OR ws-org-reversado
               OR ws-org-importe NOT = PD-REV-IMPORTE
               MOVE "CONTRASIENTO" TO ws-exc-campo
               MOVE PD-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               EVALUATE TRUE
                   WHEN NOT ws-org-existe
                       MOVE "Contrasiento: original inexistente"
                                       TO ws-exc-detalle
                   WHEN ws-org-reversado
                       MOVE "Contrasiento: original ya reversado"
                                       TO ws-exc-detalle
                   WHEN OTHER
                       MOVE "Contrasiento: importe distinto al orig."
                                       TO ws-exc-detalle
               END-EVALUATE
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               PERFORM 3400-BORRAR-PENDIENTE THRU 3400-EXIT
               GO TO 3230-EXIT
           END-IF.
           MOVE SOCIO-REC   TO ws-img-anterior.
           MOVE SM-SALDO    TO ws-saldo-previo.
           MOVE SM-FEC-VENC TO ws-venc-previo.
           PERFORM 3250-RESTAURAR-SALDO THRU 3250-EXIT.
           REWRITE SOCIO-REC
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE PD-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Contrasiento aprobado: error al regrabar"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3230-EXIT
           END-REWRITE.
           MOVE SOCIO-REC TO ws-img-posterior.
           PERFORM 3260-GRABAR-HISTORIAL THRU 3260-EXIT.
           IF ws-org-tipo = "P"
               PERFORM 3270-REVERTIR-CUOTAS THRU 3270-EXIT
           END-IF.
           PERFORM 7000-GRABAR-AUDITORIA THRU 7000-EXIT.
           ADD 1 TO ws-cant-aprobadas.
           ADD 1 TO ws-cant-reversos.
           PERFORM 3400-BORRAR-PENDIENTE THRU 3400-EXIT.
       3230-EXIT.
           EXIT.
      ******************************************************************
      * 3240 - pasada por HISTMOV buscando el original (P o D del
      * socio con la fecha y hora de la referencia) y un contrasiento
      * previo que ya lo haya anulado (mismo criterio que BCOSOC03)
      ******************************************************************
       3240-BUSCAR-ORIGINAL.
           MOVE "N" TO ws-sw-org-existe.
           MOVE "N" TO ws-sw-org-reversado.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               GO TO 3240-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-hist.
           PERFORM 3241-LEER-HISTORIAL THRU 3241-EXIT.
           PERFORM 3242-COMPARAR-HISTORIAL THRU 3242-EXIT
               UNTIL ws-eof-hist.
           CLOSE HISTORIAL-FILE.
       3240-EXIT.
           EXIT.

       3241-LEER-HISTORIAL.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-hist TO TRUE
           END-READ.
       3241-EXIT.
           EXIT.

       3242-COMPARAR-HISTORIAL.
           IF HM-SUC NOT = PD-SUC OR HM-SOCIO NOT = PD-SOCIO
               GO TO 3242-SIGUIENTE
           END-IF.
           IF HM-TIPO = "P" OR HM-TIPO = "D"
               IF HM-FECHA = PD-REF-FECHA AND HM-HORA NUMERIC
                   IF HM-HORA = PD-REF-HORA
                       MOVE "S"        TO ws-sw-org-existe
                       MOVE HM-TIPO    TO ws-org-tipo
                       MOVE HM-FECHA   TO ws-org-fecha
                       MOVE HM-IMPORTE TO ws-org-importe
                       IF HM-FEC-VENC-ANT NUMERIC
                           MOVE HM-FEC-VENC-ANT TO ws-org-venc-ant
                       ELSE
                           MOVE ZERO TO ws-org-venc-ant
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF HM-TIPO = "R"
               IF HM-REF-FECHA = PD-REF-FECHA
                   AND HM-REF-HORA = PD-REF-HORA
                   MOVE "S" TO ws-sw-org-reversado
               END-IF
           END-IF.
       3242-SIGUIENTE.
           PERFORM 3241-LEER-HISTORIAL THRU 3241-EXIT.
       3242-EXIT.
           EXIT.
      ******************************************************************
      * 3250 - saldo y vencimiento (mismo criterio que BCOSOC03)
      ******************************************************************
       3250-RESTAURAR-SALDO.
           IF ws-org-tipo = "P"
               SUBTRACT ws-org-importe FROM SM-SALDO
           ELSE
               ADD ws-org-importe TO SM-SALDO
           END-IF.
           IF SM-SALDO NOT < ZERO
               MOVE ZERO TO SM-FEC-VENC
               GO TO 3250-EXIT
           END-IF.
           IF ws-org-tipo = "P" AND ws-org-venc-ant > ZERO
               IF SM-FEC-VENC = ZERO
                   OR ws-org-venc-ant < SM-FEC-VENC
                   MOVE ws-org-venc-ant TO SM-FEC-VENC
               END-IF
           END-IF.
           IF SM-FEC-VENC = ZERO
               MOVE ws-org-fecha TO SM-FEC-VENC
           END-IF.
       3250-EXIT.
           EXIT.
      ******************************************************************
      * 3260 - el contrasiento aprobado queda en HISTMOV
      ******************************************************************
       3260-GRABAR-HISTORIAL.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           MOVE SPACES          TO HISTORIAL-REC.
           MOVE PD-SUC          TO HM-SUC.
           MOVE PD-SOCIO        TO HM-SOCIO.
           MOVE ws-fecha-hoy    TO HM-FECHA.
           MOVE "R"             TO HM-TIPO.
           MOVE PD-REV-IMPORTE  TO HM-IMPORTE.
           MOVE ws-saldo-previo TO HM-SALDO-ANT.
           MOVE SM-SALDO        TO HM-SALDO-POST.
           ACCEPT HM-HORA FROM TIME.
           MOVE ws-venc-previo  TO HM-FEC-VENC-ANT.
           MOVE PD-REF-FECHA    TO HM-REF-FECHA.
           MOVE PD-REF-HORA     TO HM-REF-HORA.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           CLOSE HISTORIAL-FILE.
       3260-EXIT.
           EXIT.
      ******************************************************************
      * 3270 - cuotas del convenio canceladas por el pago anulado
      * vuelven a pendiente (mismo criterio que BCOSOC03)
      ******************************************************************
       3270-REVERTIR-CUOTAS.
           MOVE PD-SUC   TO CV-SUC.
           MOVE PD-SOCIO TO CV-SOCIO.
           READ CONVENIOS-FILE
               INVALID KEY
                   GO TO 3270-EXIT
           END-READ.
           MOVE ws-org-importe TO ws-rev-restante.
           MOVE ZERO TO ws-cuotas-rev.
           PERFORM 3271-REVERTIR-CUOTA THRU 3271-EXIT
               VARYING ws-cuo-busca FROM CV-CANT-CUOTAS BY -1
               UNTIL ws-cuo-busca < 1.
           IF ws-cuotas-rev = ZERO
               GO TO 3270-EXIT
           END-IF.
           IF ws-cuotas-rev > CV-CUOTAS-PAGAS
               MOVE ZERO TO CV-CUOTAS-PAGAS
           ELSE
               SUBTRACT ws-cuotas-rev FROM CV-CUOTAS-PAGAS
           END-IF.
           IF CV-ESTADO = "C"
               MOVE "V"          TO CV-ESTADO
               MOVE ws-fecha-hoy TO CV-FEC-ESTADO
           END-IF.
           REWRITE CONVENIO-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el maestro "
                           "de convenios - file status "
                           WS-FS-CONVENIOS
                   STOP RUN
           END-REWRITE.
       3270-EXIT.
           EXIT.

       3271-REVERTIR-CUOTA.
           MOVE CV-SUC       TO CU-SUC.
           MOVE CV-SOCIO     TO CU-SOCIO.
           MOVE ws-cuo-busca TO CU-NRO.
           READ CUOTAS-FILE
               INVALID KEY
                   GO TO 3271-EXIT
           END-READ.
           IF CU-ESTADO NOT = "C" OR CU-FEC-PAGO NOT = ws-org-fecha
               GO TO 3271-EXIT
           END-IF.
           IF CU-IMPORTE > ws-rev-restante
               GO TO 3271-EXIT
           END-IF.
           SUBTRACT CU-IMPORTE FROM ws-rev-restante.
           MOVE "P"  TO CU-ESTADO.
           MOVE ZERO TO CU-FEC-PAGO.
           REWRITE CUOTA-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el "
                           "calendario de cuotas - file status "
                           WS-FS-CUOTAS
                   STOP RUN
           END-REWRITE.
           ADD 1 TO ws-cuotas-rev.
       3271-EXIT.
           EXIT.
      ******************************************************************
      * 3300 - rechazo del aprobador: el pendiente se da de baja sin
      * tocar el maestro y queda constancia en el log
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           MOVE ws-fecha-hoy      TO AU-FECHA.
           ACCEPT AU-HORA FROM TIME.
      * el contrasiento cambia saldo y vencimiento del socio: para la
      * restauracion (BCOSOC07) es una modificacion
           IF PD-TIPO = "R"
               MOVE "M"           TO AU-TIPO
           ELSE
               MOVE PD-TIPO       TO AU-TIPO
           END-IF.
           MOVE PD-SUC            TO AU-SUC.
           MOVE PD-SOCIO          TO AU-SOCIO.
           MOVE ws-img-anterior   TO AU-IMG-ANTERIOR.
           CLOSE DECISIONES-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE EXCEPCION-FILE.
           CLOSE CONVENIOS-FILE.
           CLOSE CUOTAS-FILE.
           DISPLAY "Decisiones leidas   : " ws-cant-leidas.
           DISPLAY "Cambios aplicados   : " ws-cant-aprobadas.
           DISPLAY "  de ellos contrasie: " ws-cant-reversos.
           DISPLAY "Rechazos aprobador  : " ws-cant-denegadas.
           DISPLAY "Decisiones en error : " ws-cant-rechazos.
       9999-EXIT.

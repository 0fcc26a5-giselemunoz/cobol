      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Respuesta del banco a los debitos directos
      *             presentados por BCOSOC13: se controla el archivo
      *             DEBRESP contra su cola y cada debito se concilia
      *             con DEBITOS. Los aceptados entran como pagos
      *             (MV-TIPO "P") al lote MOVDIA del dia, sumados a
      *             la cola de su sucursal, para que la imputacion
      *             (BCOSOC03) y los convenios (BCOSOC05) los apliquen
      *             como a cualquier pago; los rechazados quedan en el
      *             log DEBRECH con el codigo de motivo del banco y
      *             salen en el listado DEBLIST para cobranzas. Un
      *             rechazo por la cuenta o por la adhesion suspende
      *             la adhesion del socio.
      * Tectonics:  cobc -x "respuesta debitos.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  DEBITOS y el log DEBRECH se actualizan recien
      *                 despues de reemplazar MOVDIA: lo respondido se
      *                 guarda en el trabajo indexado DEBRSWK y una
      *                 corrida caida despues del reemplazo se completa
      *                 al arrancar la siguiente. Un debito repetido en
      *                 la respuesta va al log de excepciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC14.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SOCIOS-FILE ASSIGN TO "SOCIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               ALTERNATE RECORD KEY IS SM-DNI
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SOCIOS.

           SELECT ADHESIONES-FILE ASSIGN TO "ADHESION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLAVE
               FILE STATUS IS WS-FS-ADHESION.

           SELECT DEBITOS-FILE ASSIGN TO "DEBITOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CLAVE
               FILE STATUS IS WS-FS-DEBITOS.

           SELECT RESPUESTA-FILE ASSIGN TO "DEBRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPUESTA.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVDIA.

           SELECT ACEPTADOS-FILE ASSIGN TO "DEBACWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACEPTADOS.

           SELECT LOTE-NUEVO-FILE ASSIGN TO "MOVDIAWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE-NUEVO.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-FECHA
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT RESULTADOS-FILE ASSIGN TO "DEBRSWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS WS-FS-RESULTADOS.

           SELECT RECHAZOS-FILE ASSIGN TO "DEBRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

           SELECT LISTADO-FILE ASSIGN TO "DEBLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * MAESTRO DE SOCIOS (mismo layout que en BCOSOC01)
       FD  SOCIOS-FILE.
       01  SOCIO-REC.
           05 SM-CLAVE.
              10 SM-SUC          PIC 9(03).
              10 SM-SOCIO        PIC 9(10).
           05 SM-NOMBRE          PIC X(20).
           05 SM-DNI             PIC 9(08).
           05 SM-SALDO           PIC S9(09)V99.
           05 SM-FEC-VENC        PIC 9(08).
           05 FILLER             PIC X(10).

      * ADHESIONES AL DEBITO DIRECTO (mismo layout que en BCOSOC12)
      *   AD-ESTADO: A = activa / B = baja a pedido del socio /
      *              S = suspendida por rechazo del banco
       FD  ADHESIONES-FILE.
       01  ADHESION-REC.
           05 AD-CLAVE.
              10 AD-SUC          PIC 9(03).
              10 AD-SOCIO        PIC 9(10).
           05 AD-CBU             PIC X(22).
           05 AD-FEC-FIRMA       PIC 9(08).
           05 AD-FEC-ALTA        PIC 9(08).
           05 AD-ESTADO          PIC X(01).
           05 AD-FEC-ESTADO      PIC 9(08).
           05 AD-MOTIVO          PIC X(03).
           05 AD-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).

      * DEBITOS PRESENTADOS (mismo layout que en BCOSOC13)
      *   DB-ESTADO: E = enviado / A = aceptado / R = rechazado
       FD  DEBITOS-FILE.
       01  DEBITO-REC.
           05 DB-CLAVE.
              10 DB-SUC          PIC 9(03).
              10 DB-SOCIO        PIC 9(10).
              10 DB-CUOTA        PIC 9(03).
           05 DB-CBU             PIC X(22).
           05 DB-IMPORTE         PIC 9(09)V99.
           05 DB-FEC-VENC        PIC 9(08).
           05 DB-FEC-ENVIO       PIC 9(08).
           05 DB-ESTADO          PIC X(01).
           05 DB-FEC-RESP        PIC 9(08).
           05 DB-MOTIVO          PIC X(03).
           05 FILLER             PIC X(10).

      * RESPUESTA DEL BANCO (mismo layout que DEBSAL en BCOSOC13,
      * con el resultado de cada debito completo)
      *   RD-RESULTADO: A = debitado / R = rechazado
      *   RD-MOTIVO: codigo de rechazo (R01 fondos insuficientes,
      *   R02 cuenta cerrada, R03 cuenta inexistente, R04 CBU
      *   invalido, R08 orden de no pagar, R10 adhesion revocada)
       FD  RESPUESTA-FILE.
       01  RESP-CABECERA-REC.
           05 RH-TIPO            PIC X(01).
           05 RH-EMPRESA         PIC X(10).
           05 RH-FECHA-GEN       PIC 9(08).
           05 FILLER             PIC X(81).
       01  RESP-DETALLE-REC.
           05 RD-TIPO            PIC X(01).
           05 RD-CBU             PIC X(22).
           05 RD-IMPORTE         PIC 9(09)V99.
           05 RD-FEC-VENC        PIC 9(08).
           05 RD-REFERENCIA.
              10 RD-REF-SUC      PIC 9(03).
              10 RD-REF-SOCIO    PIC 9(10).
              10 RD-REF-CUOTA    PIC 9(03).
           05 RD-RESULTADO       PIC X(01).
           05 RD-MOTIVO          PIC X(03).
           05 RD-FEC-DEBITO      PIC 9(08).
           05 FILLER             PIC X(30).
       01  RESP-COLA-REC.
           05 RS-TIPO            PIC X(01).
           05 RS-CANT-REG        PIC 9(07).
           05 RS-TOT-IMPORTE     PIC 9(13)V99.
           05 FILLER             PIC X(77).

      * ARCHIVO DE MOVIMIENTOS DEL DIA (mismo layout que en BCOSOC03):
      * los debitos aceptados se suman al lote como pagos
       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-REC.
           05 MV-TIPO            PIC X(01).
           05 MV-SUC             PIC 9(03).
           05 MV-SOCIO           PIC 9(10).
           05 MV-FECHA           PIC 9(08).
           05 MV-IMPORTE         PIC 9(09)V99.
           05 MV-REF-FECHA       PIC 9(08).
           05 MV-REF-HORA        PIC 9(08).
           05 MV-OPERADOR        PIC X(08).
       01  LOTE-CONTROL-REC.
           05 LC-TIPO            PIC X(01).
           05 LC-SUC             PIC 9(03).
           05 LC-FECHA-LOTE      PIC 9(08).
           05 LC-CANT-REG        PIC 9(07).
           05 LC-TOT-PAGOS       PIC 9(11)V99.
           05 LC-TOT-DEBITOS     PIC 9(11)V99.
           05 FILLER             PIC X(12).

      * TRABAJO: pagos de los debitos aceptados (layout MOVDIA)
       FD  ACEPTADOS-FILE.
       01  ACEPTADO-REC          PIC X(57).

      * TRABAJO: lote MOVDIA con los pagos incorporados, que despues
      * se copia sobre MOVDIA
       FD  LOTE-NUEVO-FILE.
       01  LOTE-NUEVO-REC        PIC X(57).

      * CONTROL DE CORRIDA DIARIO (mismo layout que en BCOSOC03)
      *   RN-IMPUTACION / RN-LISTADO / RN-CONVENIOS / RN-RECICLAJE:
      *   A = en curso / C = cerrada
       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           05 RN-FECHA           PIC 9(08).
           05 RN-IMPUTACION      PIC X(01).
           05 RN-LISTADO         PIC X(01).
           05 RN-CONVENIOS       PIC X(01).
           05 RN-RECICLAJE       PIC X(01).
           05 FILLER             PIC X(08).

      * TRABAJO: lo que respondio el banco por cada debito, que se
      * pasa a DEBITOS y a DEBRECH una vez reemplazado MOVDIA; el
      * registro de clave cero (no hay cuota 000) marca que MOVDIA
      * ya tiene los pagos de los aceptados
      *   RT-ESTADO: A = aceptado / R = rechazado
      *   RT-SUSPENDE: S = el rechazo suspendio la adhesion
       FD  RESULTADOS-FILE.
       01  RESULTADO-REC.
           05 RT-CLAVE.
              10 RT-SUC          PIC 9(03).
              10 RT-SOCIO        PIC 9(10).
              10 RT-CUOTA        PIC 9(03).
           05 RT-ESTADO          PIC X(01).
           05 RT-FEC-RESP        PIC 9(08).
           05 RT-MOTIVO          PIC X(03).
           05 RT-SUSPENDE        PIC X(01).
           05 FILLER             PIC X(10).

      * DEBITOS RECHAZADOS: se extiende corrida tras corrida, con el
      * codigo de motivo del banco
      *   RJ-SUSPENDIDA: S = el rechazo suspendio la adhesion
       FD  RECHAZOS-FILE.
       01  RECHAZO-REC.
           05 RJ-FECHA           PIC 9(08).
           05 RJ-SUC             PIC 9(03).
           05 RJ-SOCIO           PIC 9(10).
           05 RJ-CUOTA           PIC 9(03).
           05 RJ-IMPORTE         PIC 9(09)V99.
           05 RJ-FEC-VENC        PIC 9(08).
           05 RJ-CBU             PIC X(22).
           05 RJ-MOTIVO          PIC X(03).
           05 RJ-SUSPENDIDA      PIC X(01).
           05 FILLER             PIC X(10).

      * LISTADO DE LA RESPUESTA: rechazados para cobranzas y totales
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(120).

      * LOG DE EXCEPCIONES (mismo layout que en BCOSOC01)
       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC.
           05 EXC-FECHA          PIC 9(08).
           05 EXC-HORA           PIC 9(08).
           05 EXC-CAMPO          PIC X(12).
           05 EXC-VALOR          PIC X(15).
           05 EXC-DETALLE        PIC X(40).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-titulo.
           03 filler pic x(40) value
                  "Debitos directos rechazados - respuesta ".
           03 l-fecha-resp pic 9(08).
           03 filler pic x(11) value " - lote del".
           03 filler pic x(01) value spaces.
           03 l-fecha-lote pic 9(08).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(06) value "Cuota".
           03 filler pic x(10) value "Vencim.".
           03 filler pic x(15) value "       Importe".
           03 filler pic x(28) value " Motivo".
           03 filler pic x(10) value "Adhesion".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-det-cuota pic zz9.
           03 filler pic x(03) value spaces.
           03 l-det-venc pic 9(08).
           03 filler pic x(02) value spaces.
           03 l-det-importe pic zzz.zzz.zz9,99.
           03 filler pic x(02) value spaces.
           03 l-det-motivo pic x(03).
           03 filler pic x(01) value spaces.
           03 l-det-motivo-desc pic x(23).
           03 filler pic x(01) value spaces.
           03 l-det-adhesion pic x(10).
       01  lin-totales.
           03 filler pic x(20) value "Debitos aceptados: ".
           03 l-tot-acept-cant pic zzzzz9.
           03 filler pic x(02) value spaces.
           03 l-tot-acept-imp pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(16) value "  Rechazados: ".
           03 l-tot-rech-cant pic zzzzz9.
           03 filler pic x(02) value spaces.
           03 l-tot-rech-imp pic zzz.zzz.zzz.zz9,99.
       01  lin-totales-2.
           03 filler pic x(28) value "Adhesiones suspendidas:    ".
           03 l-tot-suspendidas pic zzzzz9.
           03 filler pic x(28) value "  Excepciones (no aplic.): ".
           03 l-tot-excepciones pic zzzzz9.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-socios      pic x(02).
           03 ws-fs-adhesion    pic x(02).
           03 ws-fs-debitos     pic x(02).
           03 ws-fs-respuesta   pic x(02).
           03 ws-fs-movdia      pic x(02).
           03 ws-fs-aceptados   pic x(02).
           03 ws-fs-lote-nuevo  pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-resultados  pic x(02).
           03 ws-fs-rechazos    pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).

       01  ws-switches.
           03 ws-sw-eof-respuesta  pic x(01) value "N".
              88 ws-eof-respuesta       value "S".
           03 ws-sw-eof-movdia     pic x(01) value "N".
              88 ws-eof-movdia          value "S".
           03 ws-sw-eof-aceptados  pic x(01) value "N".
              88 ws-eof-aceptados       value "S".
           03 ws-sw-eof-lote-nuevo pic x(01) value "N".
              88 ws-eof-lote-nuevo      value "S".
           03 ws-sw-movdia-vacio   pic x(01) value "N".
              88 ws-movdia-vacio        value "S".
           03 ws-sw-descuadre      pic x(01) value "N".
              88 ws-respuesta-descuadrada value "S".
           03 ws-sw-suspende       pic x(01) value "N".
              88 ws-suspende-adhesion   value "S".
           03 ws-sw-eof-resultados pic x(01) value "N".
              88 ws-eof-resultados      value "S".
           03 ws-sw-lote-incorporado pic x(01) value "N".
              88 ws-lote-incorporado    value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-lote     pic 9(08).
           03 ws-fecha-resp     pic 9(08).

      * control de la respuesta contra su cola
       01  ws-control-respuesta.
           03 ws-cant-registros pic 9(07) comp value zero.
           03 ws-cant-cabeceras pic 9(07) comp value zero.
           03 ws-cant-colas     pic 9(07) comp value zero.
           03 ws-cant-detalles  pic 9(07) comp value zero.
           03 ws-tot-detalles   pic 9(13)v99 value zero.
           03 ws-cola-cant      pic 9(07) value zero.
           03 ws-cola-importe   pic 9(13)v99 value zero.

      * pagos aceptados por numero de sucursal (posicion =
      * sucursal + 1), para la cola de cada sucursal en MOVDIA
       01  ws-tabla-aceptados.
           03 ws-ac-e occurs 1000 times.
              05 ws-ac-cant       pic 9(07) comp.
              05 ws-ac-importe    pic 9(11)v99.
              05 ws-ac-cola       pic x(01).
                 88 ws-ac-hay-cola      value "S".
           03 ws-ix-suc         pic 9(04) comp.

       01  ws-contadores.
           03 ws-cant-aceptados pic 9(07) comp value zero.
           03 ws-tot-aceptado   pic 9(13)v99 value zero.
           03 ws-cant-rechazados pic 9(07) comp value zero.
           03 ws-tot-rechazado  pic 9(13)v99 value zero.
           03 ws-cant-suspendidas pic 9(07) comp value zero.
           03 ws-cant-excepciones pic 9(07) comp value zero.
           03 ws-cant-completados pic 9(07) comp value zero.

       01  ws-exc-campos.
           03 ws-exc-fecha      pic 9(08).
           03 ws-exc-hora       pic 9(08).
           03 ws-exc-campo      pic x(12).
           03 ws-exc-valor      pic x(15).
           03 ws-exc-valor-num  pic z(14)9.
           03 ws-exc-detalle    pic x(40).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
      * 0000-MAINLINE - programa principal
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-COMPLETAR-ANTERIOR THRU 1100-EXIT.
           PERFORM 1300-CONTROLAR-RESPUESTA THRU 1300-EXIT.
           PERFORM 1500-CONTROLAR-LOTE THRU 1500-EXIT.
           PERFORM 1600-ABRIR-NOVEDADES THRU 1600-EXIT.
           PERFORM 2000-PROCESAR-RESPUESTA THRU 2000-EXIT.
           PERFORM 3000-INCORPORAR-MOVDIA THRU 3000-EXIT.
           PERFORM 3500-MARCAR-INCORPORADO THRU 3500-EXIT.
           PERFORM 4000-ACTUALIZAR-DEBITOS THRU 4000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y variables globales
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 1010-LIMPIAR-SUCURSAL THRU 1010-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN INPUT RESPUESTA-FILE.
           IF WS-FS-RESPUESTA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la respuesta del "
                       "banco - file status " WS-FS-RESPUESTA
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-SUCURSAL.
           MOVE ZERO  TO ws-ac-cant(ws-ix-suc).
           MOVE ZERO  TO ws-ac-importe(ws-ix-suc).
           MOVE SPACE TO ws-ac-cola(ws-ix-suc).
       1010-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - una corrida que se corto despues de reemplazar MOVDIA
      * dejo sus pagos en el lote pero DEBITOS sin actualizar: se
      * completa con lo que quedo en DEBRSWK antes de leer la nueva
      * respuesta (si no, esos debitos volverian a entrar como
      * pagos). Sin la marca de lote incorporado la corrida anterior
      * no llego a tocar MOVDIA ni DEBITOS y su trabajo se descarta
      ******************************************************************
       1100-COMPLETAR-ANTERIOR.
           OPEN INPUT RESULTADOS-FILE.
           IF WS-FS-RESULTADOS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE ZERO TO RT-SUC.
           MOVE ZERO TO RT-SOCIO.
           MOVE ZERO TO RT-CUOTA.
           READ RESULTADOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-lote-incorporado
           END-READ.
           CLOSE RESULTADOS-FILE.
           IF NOT ws-lote-incorporado
               GO TO 1100-EXIT
           END-IF.
           OPEN I-O DEBITOS-FILE.
           IF WS-FS-DEBITOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "debitos presentados - file status "
                       WS-FS-DEBITOS
               STOP RUN
           END-IF.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-FS-RECHAZOS = "35"
               OPEN OUTPUT RECHAZOS-FILE
           END-IF.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de debitos "
                       "rechazados - file status " WS-FS-RECHAZOS
               STOP RUN
           END-IF.
           PERFORM 4000-ACTUALIZAR-DEBITOS THRU 4000-EXIT.
           CLOSE DEBITOS-FILE.
           CLOSE RECHAZOS-FILE.
           DISPLAY "AVISO: se completo la corrida anterior - debitos "
                   "actualizados " ws-cant-completados.
           MOVE ZERO TO ws-cant-completados.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1300 - control de la respuesta antes de tocar nada: una
      * cabecera como primer registro, una cola como ultimo, y la
      * cantidad de detalles y su importe total deben coincidir con
      * la cola; si no cuadra la respuesta se devuelve al banco y
      * la corrida termina sin aplicar nada
      ******************************************************************
       1300-CONTROLAR-RESPUESTA.
           PERFORM 1310-LEER-RESPUESTA THRU 1310-EXIT.
           PERFORM 1320-ACUMULAR-REGISTRO THRU 1320-EXIT
               UNTIL ws-eof-respuesta.
           IF ws-cant-registros = ZERO
               DISPLAY "AVISO: la respuesta del banco esta vacia - "
                       "no hay debitos que conciliar"
               CLOSE RESPUESTA-FILE
               CLOSE EXCEPCION-FILE
               STOP RUN
           END-IF.
           IF ws-cant-cabeceras NOT = 1 OR ws-cant-colas NOT = 1
               OR ws-cola-cant NOT = ws-cant-detalles
               OR ws-cola-importe NOT = ws-tot-detalles
               MOVE "S" TO ws-sw-descuadre
           END-IF.
           IF ws-respuesta-descuadrada
               DISPLAY "ERROR: respuesta del banco descuadrada - "
                       "detalles " ws-cant-detalles
                       " cola " ws-cola-cant
                       " - no se aplica nada"
               STOP RUN
           END-IF.
      * cuadrada la respuesta se relee desde el principio
           CLOSE RESPUESTA-FILE.
           OPEN INPUT RESPUESTA-FILE.
           IF WS-FS-RESPUESTA NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir la respuesta del "
                       "banco - file status " WS-FS-RESPUESTA
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-respuesta.
       1300-EXIT.
           EXIT.

       1310-LEER-RESPUESTA.
           READ RESPUESTA-FILE
               AT END
                   SET ws-eof-respuesta TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-registros
           END-READ.
       1310-EXIT.
           EXIT.

      * la cabecera vale solo como primer registro y la cola solo
      * como ultimo (despues de la cola no puede venir nada)
       1320-ACUMULAR-REGISTRO.
           IF ws-cant-colas > ZERO
               MOVE "S" TO ws-sw-descuadre
           END-IF.
           EVALUATE RH-TIPO
               WHEN "1"
                   ADD 1 TO ws-cant-cabeceras
                   IF ws-cant-registros NOT = 1
                       MOVE "S" TO ws-sw-descuadre
                   END-IF
                   MOVE RH-FECHA-GEN TO ws-fecha-resp
               WHEN "2"
                   ADD 1 TO ws-cant-detalles
                   IF RD-IMPORTE NUMERIC
                       ADD RD-IMPORTE TO ws-tot-detalles
                   ELSE
                       MOVE "S" TO ws-sw-descuadre
                   END-IF
               WHEN "9"
                   ADD 1 TO ws-cant-colas
                   IF RS-CANT-REG NUMERIC AND RS-TOT-IMPORTE NUMERIC
                       MOVE RS-CANT-REG    TO ws-cola-cant
                       MOVE RS-TOT-IMPORTE TO ws-cola-importe
                   ELSE
                       MOVE "S" TO ws-sw-descuadre
                   END-IF
               WHEN OTHER
                   MOVE "S" TO ws-sw-descuadre
           END-EVALUATE.
           PERFORM 1310-LEER-RESPUESTA THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      ******************************************************************
      * 1500 - lote de destino: los pagos se suman al MOVDIA que
      * espera la imputacion, bajo la fecha de su cabecera; sin lote
      * (o con el archivo vacio) se arma uno con la fecha del dia.
      * Si esa fecha ya fue imputada, o esta a medio imputar, los
      * pagos no entrarian nunca: la corrida se niega a seguir
      ******************************************************************
       1500-CONTROLAR-LOTE.
           MOVE ws-fecha-hoy TO ws-fecha-lote.
           OPEN INPUT MOVIMIENTOS-FILE.
           IF WS-FS-MOVDIA = "35"
               MOVE "S" TO ws-sw-movdia-vacio
               GO TO 1500-RUNCTL
           END-IF.
           IF WS-FS-MOVDIA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "movimientos - file status " WS-FS-MOVDIA
               STOP RUN
           END-IF.
           READ MOVIMIENTOS-FILE
               AT END
                   MOVE "S" TO ws-sw-movdia-vacio
           END-READ.
           IF NOT ws-movdia-vacio
               IF LC-TIPO NOT = "H" OR LC-FECHA-LOTE NOT NUMERIC
                   DISPLAY "ERROR: el lote MOVDIA no abre con su "
                           "cabecera - no se incorporan los debitos"
                   STOP RUN
               END-IF
               MOVE LC-FECHA-LOTE TO ws-fecha-lote
           END-IF.
           CLOSE MOVIMIENTOS-FILE.
       1500-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-FS-RUNCTL NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE ws-fecha-lote TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RN-IMPUTACION = "C" OR RN-IMPUTACION = "A"
                       DISPLAY "ERROR: el lote MOVDIA de la fecha "
                               ws-fecha-lote " ya fue imputado - "
                               "procesar la respuesta con el lote "
                               "siguiente"
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUNCTL-FILE.
       1500-EXIT.
           EXIT.
      ******************************************************************
      * 1600 - archivos que se actualizan con la respuesta
      ******************************************************************
       1600-ABRIR-NOVEDADES.
           OPEN INPUT SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN I-O ADHESIONES-FILE.
           IF WS-FS-ADHESION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "adhesiones - file status " WS-FS-ADHESION
               STOP RUN
           END-IF.
           OPEN I-O DEBITOS-FILE.
           IF WS-FS-DEBITOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "debitos presentados - file status "
                       WS-FS-DEBITOS
               STOP RUN
           END-IF.
           OPEN EXTEND RECHAZOS-FILE.
           IF WS-FS-RECHAZOS = "35"
               OPEN OUTPUT RECHAZOS-FILE
           END-IF.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de debitos "
                       "rechazados - file status " WS-FS-RECHAZOS
               STOP RUN
           END-IF.
           OPEN OUTPUT ACEPTADOS-FILE.
           IF WS-FS-ACEPTADOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "debitos aceptados - file status "
                       WS-FS-ACEPTADOS
               STOP RUN
           END-IF.
           OPEN OUTPUT RESULTADOS-FILE.
           CLOSE RESULTADOS-FILE.
           OPEN I-O RESULTADOS-FILE.
           IF WS-FS-RESULTADOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "debitos respondidos - file status "
                       WS-FS-RESULTADOS
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "debitos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE ws-fecha-resp TO l-fecha-resp.
           MOVE ws-fecha-lote TO l-fecha-lote.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1600-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - conciliacion de cada debito de la respuesta
      ******************************************************************
       2000-PROCESAR-RESPUESTA.
           PERFORM 1310-LEER-RESPUESTA THRU 1310-EXIT.
           PERFORM 2100-PROCESAR-DEBITO THRU 2100-EXIT
               UNTIL ws-eof-respuesta.
           CLOSE ACEPTADOS-FILE.
           CLOSE RESULTADOS-FILE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100 - el debito tiene que haber sido presentado, seguir
      * esperando respuesta, venir una sola vez y por el mismo
      * importe; lo que no concilia va al log de excepciones y no se
      * aplica. DEBITOS no se toca aca: queda en estado E hasta que
      * MOVDIA tenga los pagos (4000)
      ******************************************************************
       2100-PROCESAR-DEBITO.
           IF RD-TIPO NOT = "2"
               GO TO 2100-SIGUIENTE
           END-IF.
           IF RD-REFERENCIA NOT NUMERIC
               MOVE "REFERENCIA"   TO ws-exc-campo
               MOVE RD-REFERENCIA  TO ws-exc-valor
               MOVE "Referencia del debito no numerica"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE RD-REF-SUC   TO DB-SUC.
           MOVE RD-REF-SOCIO TO DB-SOCIO.
           MOVE RD-REF-CUOTA TO DB-CUOTA.
           READ DEBITOS-FILE
               INVALID KEY
                   MOVE "REFERENCIA"   TO ws-exc-campo
                   MOVE RD-REFERENCIA  TO ws-exc-valor
                   MOVE "Debito no presentado por el banco"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 2100-SIGUIENTE
           END-READ.
           IF DB-ESTADO NOT = "E"
               MOVE "REFERENCIA"   TO ws-exc-campo
               MOVE RD-REFERENCIA  TO ws-exc-valor
               MOVE "Debito ya respondido, se ignora"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE DB-CLAVE TO RT-CLAVE.
           READ RESULTADOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REFERENCIA"   TO ws-exc-campo
                   MOVE RD-REFERENCIA  TO ws-exc-valor
                   MOVE "Debito repetido en la respuesta"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 2100-SIGUIENTE
           END-READ.
           IF RD-IMPORTE NOT = DB-IMPORTE
               MOVE "IMPORTE"      TO ws-exc-campo
               MOVE RD-REFERENCIA  TO ws-exc-valor
               MOVE "Importe distinto del presentado"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           EVALUATE RD-RESULTADO
               WHEN "A"
                   PERFORM 2200-APLICAR-ACEPTADO THRU 2200-EXIT
               WHEN "R"
                   PERFORM 2300-APLICAR-RECHAZO THRU 2300-EXIT
               WHEN OTHER
                   MOVE "RESULTADO"    TO ws-exc-campo
                   MOVE RD-REFERENCIA  TO ws-exc-valor
                   MOVE "Resultado del debito no es A ni R"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-EVALUATE.
       2100-SIGUIENTE.
           PERFORM 1310-LEER-RESPUESTA THRU 1310-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200 - debito aceptado: pago de la cuota con la fecha en que
      * el banco debito la cuenta (sin ella, la del lote); no lleva
      * referencia y el operador es el propio circuito de debito
      ******************************************************************
       2200-APLICAR-ACEPTADO.
           MOVE SPACES TO RESULTADO-REC.
           MOVE "A"    TO RT-ESTADO.
           MOVE SPACES TO RT-MOTIVO.
           MOVE "N"    TO RT-SUSPENDE.
           PERFORM 2400-GRABAR-RESULTADO THRU 2400-EXIT.
           MOVE SPACES   TO MOVIMIENTO-REC.
           MOVE "P"      TO MV-TIPO.
           MOVE DB-SUC   TO MV-SUC.
           MOVE DB-SOCIO TO MV-SOCIO.
           IF RD-FEC-DEBITO NUMERIC AND RD-FEC-DEBITO NOT = ZERO
               MOVE RD-FEC-DEBITO TO MV-FECHA
           ELSE
               MOVE ws-fecha-lote TO MV-FECHA
           END-IF.
           MOVE DB-IMPORTE TO MV-IMPORTE.
           MOVE ZERO       TO MV-REF-FECHA.
           MOVE ZERO       TO MV-REF-HORA.
           MOVE "DEBDIR"   TO MV-OPERADOR.
           WRITE ACEPTADO-REC FROM MOVIMIENTO-REC.
           IF WS-FS-ACEPTADOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo de "
                       "debitos aceptados - file status "
                       WS-FS-ACEPTADOS
               STOP RUN
           END-IF.
           COMPUTE ws-ix-suc = DB-SUC + 1.
           ADD 1          TO ws-ac-cant(ws-ix-suc).
           ADD DB-IMPORTE TO ws-ac-importe(ws-ix-suc).
           ADD 1          TO ws-cant-aceptados.
           ADD DB-IMPORTE TO ws-tot-aceptado.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300 - debito rechazado: queda en el log con el motivo del
      * banco y sale en el listado; la cuota sigue pendiente y no se
      * vuelve a presentar sola. Cuenta cerrada o inexistente, CBU
      * invalido y adhesion revocada no se arreglan reintentando:
      * la adhesion se suspende hasta que el socio firme otra
      ******************************************************************
       2300-APLICAR-RECHAZO.
           MOVE "N" TO ws-sw-suspende.
           EVALUATE RD-MOTIVO
               WHEN "R01"
                   MOVE "Fondos insuficientes"  TO l-det-motivo-desc
               WHEN "R02"
                   MOVE "Cuenta cerrada"        TO l-det-motivo-desc
                   MOVE "S" TO ws-sw-suspende
               WHEN "R03"
                   MOVE "Cuenta inexistente"    TO l-det-motivo-desc
                   MOVE "S" TO ws-sw-suspende
               WHEN "R04"
                   MOVE "CBU invalido"          TO l-det-motivo-desc
                   MOVE "S" TO ws-sw-suspende
               WHEN "R08"
                   MOVE "Orden de no pagar"     TO l-det-motivo-desc
               WHEN "R10"
                   MOVE "Adhesion revocada"     TO l-det-motivo-desc
                   MOVE "S" TO ws-sw-suspende
               WHEN OTHER
                   MOVE "Otro motivo del banco" TO l-det-motivo-desc
           END-EVALUATE.
           MOVE SPACES TO l-det-adhesion.
           IF ws-suspende-adhesion
               PERFORM 2310-SUSPENDER-ADHESION THRU 2310-EXIT
           END-IF.
           MOVE SPACES         TO RESULTADO-REC.
           MOVE "R"            TO RT-ESTADO.
           MOVE RD-MOTIVO      TO RT-MOTIVO.
           MOVE ws-sw-suspende TO RT-SUSPENDE.
           PERFORM 2400-GRABAR-RESULTADO THRU 2400-EXIT.
           MOVE DB-SUC   TO SM-SUC.
           MOVE DB-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE "(fuera del maestro)" TO SM-NOMBRE
           END-READ.
           MOVE DB-SUC      TO l-det-suc.
           MOVE DB-SOCIO    TO l-det-socio.
           MOVE SM-NOMBRE   TO l-det-nombre.
           MOVE DB-CUOTA    TO l-det-cuota.
           MOVE DB-FEC-VENC TO l-det-venc.
           MOVE DB-IMPORTE  TO l-det-importe.
           MOVE RD-MOTIVO   TO l-det-motivo.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           ADD 1          TO ws-cant-rechazados.
           ADD DB-IMPORTE TO ws-tot-rechazado.
       2300-EXIT.
           EXIT.

      * una adhesion ya dada de baja o suspendida queda como esta
       2310-SUSPENDER-ADHESION.
           MOVE DB-SUC   TO AD-SUC.
           MOVE DB-SOCIO TO AD-SOCIO.
           READ ADHESIONES-FILE
               INVALID KEY
                   GO TO 2310-EXIT
           END-READ.
           IF AD-ESTADO NOT = "A"
               GO TO 2310-EXIT
           END-IF.
           MOVE "S"          TO AD-ESTADO.
           MOVE ws-fecha-hoy TO AD-FEC-ESTADO.
           MOVE RD-MOTIVO    TO AD-MOTIVO.
           REWRITE ADHESION-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el archivo "
                           "de adhesiones - file status "
                           WS-FS-ADHESION
                   STOP RUN
           END-REWRITE.
           MOVE "Suspendida" TO l-det-adhesion.
           ADD 1 TO ws-cant-suspendidas.
       2310-EXIT.
           EXIT.

      * lo respondido para el debito queda en el trabajo hasta 4000
       2400-GRABAR-RESULTADO.
           MOVE DB-CLAVE     TO RT-CLAVE.
           MOVE ws-fecha-hoy TO RT-FEC-RESP.
           WRITE RESULTADO-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el trabajo "
                           "de debitos respondidos - file status "
                           WS-FS-RESULTADOS
                   STOP RUN
           END-WRITE.
       2400-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - incorporacion de los pagos aceptados al lote MOVDIA:
      * se copia el lote a un trabajo sumando a la cola de cada
      * sucursal la cantidad e importe de sus pagos, se agregan los
      * pagos y las colas de las sucursales que no tenian, y el
      * trabajo se copia sobre MOVDIA; asi el control de cabecera y
      * colas de la imputacion (BCOSOC03) sigue cuadrando
      ******************************************************************
       3000-INCORPORAR-MOVDIA.
           IF ws-cant-aceptados = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT LOTE-NUEVO-FILE.
           IF WS-FS-LOTE-NUEVO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo del lote "
                       "MOVDIA - file status " WS-FS-LOTE-NUEVO
               STOP RUN
           END-IF.
           IF ws-movdia-vacio
               PERFORM 3050-GRABAR-CABECERA THRU 3050-EXIT
           ELSE
               PERFORM 3100-COPIAR-LOTE THRU 3100-EXIT
           END-IF.
           OPEN INPUT ACEPTADOS-FILE.
           IF WS-FS-ACEPTADOS NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el trabajo de "
                       "debitos aceptados - file status "
                       WS-FS-ACEPTADOS
               STOP RUN
           END-IF.
           PERFORM 3200-LEER-ACEPTADO THRU 3200-EXIT.
           PERFORM 3210-COPIAR-ACEPTADO THRU 3210-EXIT
               UNTIL ws-eof-aceptados.
           CLOSE ACEPTADOS-FILE.
           PERFORM 3300-GRABAR-COLA THRU 3300-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           CLOSE LOTE-NUEVO-FILE.
           PERFORM 3400-REEMPLAZAR-MOVDIA THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

       3050-GRABAR-CABECERA.
           MOVE SPACES        TO LOTE-CONTROL-REC.
           MOVE "H"           TO LC-TIPO.
           MOVE ZERO          TO LC-SUC.
           MOVE ws-fecha-lote TO LC-FECHA-LOTE.
           MOVE ZERO          TO LC-CANT-REG.
           MOVE ZERO          TO LC-TOT-PAGOS.
           MOVE ZERO          TO LC-TOT-DEBITOS.
           WRITE LOTE-NUEVO-REC FROM LOTE-CONTROL-REC.
           PERFORM 8200-VERIFICAR-LOTE-NUEVO THRU 8200-EXIT.
       3050-EXIT.
           EXIT.

       3100-COPIAR-LOTE.
           OPEN INPUT MOVIMIENTOS-FILE.
           IF WS-FS-MOVDIA NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el archivo de "
                       "movimientos - file status " WS-FS-MOVDIA
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-movdia.
           PERFORM 3110-LEER-MOVDIA THRU 3110-EXIT.
           PERFORM 3120-COPIAR-REGISTRO THRU 3120-EXIT
               UNTIL ws-eof-movdia.
           CLOSE MOVIMIENTOS-FILE.
       3100-EXIT.
           EXIT.

       3110-LEER-MOVDIA.
           READ MOVIMIENTOS-FILE
               AT END
                   SET ws-eof-movdia TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

      * la cola de una sucursal con pagos aceptados se actualiza;
      * una cola ilegible se copia tal cual (la imputacion la
      * rechaza por descuadre)
       3120-COPIAR-REGISTRO.
           IF LC-TIPO = "T" AND LC-SUC NUMERIC
               AND LC-CANT-REG NUMERIC AND LC-TOT-PAGOS NUMERIC
               COMPUTE ws-ix-suc = LC-SUC + 1
               IF ws-ac-cant(ws-ix-suc) > ZERO
                   AND NOT ws-ac-hay-cola(ws-ix-suc)
                   ADD ws-ac-cant(ws-ix-suc)    TO LC-CANT-REG
                   ADD ws-ac-importe(ws-ix-suc) TO LC-TOT-PAGOS
                   MOVE "S" TO ws-ac-cola(ws-ix-suc)
               END-IF
           END-IF.
           WRITE LOTE-NUEVO-REC FROM MOVIMIENTO-REC.
           PERFORM 8200-VERIFICAR-LOTE-NUEVO THRU 8200-EXIT.
           PERFORM 3110-LEER-MOVDIA THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

       3200-LEER-ACEPTADO.
           READ ACEPTADOS-FILE
               AT END
                   SET ws-eof-aceptados TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.

       3210-COPIAR-ACEPTADO.
           WRITE LOTE-NUEVO-REC FROM ACEPTADO-REC.
           PERFORM 8200-VERIFICAR-LOTE-NUEVO THRU 8200-EXIT.
           PERFORM 3200-LEER-ACEPTADO THRU 3200-EXIT.
       3210-EXIT.
           EXIT.

       3300-GRABAR-COLA.
           IF ws-ac-cant(ws-ix-suc) = ZERO
               OR ws-ac-hay-cola(ws-ix-suc)
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES                  TO LOTE-CONTROL-REC.
           MOVE "T"                     TO LC-TIPO.
           COMPUTE LC-SUC = ws-ix-suc - 1.
           MOVE ws-fecha-lote           TO LC-FECHA-LOTE.
           MOVE ws-ac-cant(ws-ix-suc)    TO LC-CANT-REG.
           MOVE ws-ac-importe(ws-ix-suc) TO LC-TOT-PAGOS.
           MOVE ZERO                    TO LC-TOT-DEBITOS.
           WRITE LOTE-NUEVO-REC FROM LOTE-CONTROL-REC.
           PERFORM 8200-VERIFICAR-LOTE-NUEVO THRU 8200-EXIT.
       3300-EXIT.
           EXIT.

      * el trabajo ya completo reemplaza a MOVDIA
       3400-REEMPLAZAR-MOVDIA.
           OPEN INPUT LOTE-NUEVO-FILE.
           IF WS-FS-LOTE-NUEVO NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el trabajo del lote "
                       "MOVDIA - file status " WS-FS-LOTE-NUEVO
               STOP RUN
           END-IF.
           OPEN OUTPUT MOVIMIENTOS-FILE.
           IF WS-FS-MOVDIA NOT = "00"
               DISPLAY "ERROR: no se pudo regrabar el archivo de "
                       "movimientos - file status " WS-FS-MOVDIA
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-lote-nuevo.
           PERFORM 3410-LEER-LOTE-NUEVO THRU 3410-EXIT.
           PERFORM 3420-GRABAR-MOVDIA THRU 3420-EXIT
               UNTIL ws-eof-lote-nuevo.
           CLOSE LOTE-NUEVO-FILE.
           CLOSE MOVIMIENTOS-FILE.
       3400-EXIT.
           EXIT.

       3410-LEER-LOTE-NUEVO.
           READ LOTE-NUEVO-FILE
               AT END
                   SET ws-eof-lote-nuevo TO TRUE
           END-READ.
       3410-EXIT.
           EXIT.

       3420-GRABAR-MOVDIA.
           WRITE MOVIMIENTO-REC FROM LOTE-NUEVO-REC.
           IF WS-FS-MOVDIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "movimientos - file status " WS-FS-MOVDIA
               STOP RUN
           END-IF.
           PERFORM 3410-LEER-LOTE-NUEVO THRU 3410-EXIT.
       3420-EXIT.
           EXIT.
      ******************************************************************
      * 3500 - MOVDIA ya tiene los pagos de los aceptados (o no habia
      * ninguno): desde aca una corrida caida se completa con 1100
      ******************************************************************
       3500-MARCAR-INCORPORADO.
           OPEN I-O RESULTADOS-FILE.
           IF WS-FS-RESULTADOS NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el trabajo de "
                       "debitos respondidos - file status "
                       WS-FS-RESULTADOS
               STOP RUN
           END-IF.
           MOVE SPACES TO RESULTADO-REC.
           MOVE ZERO   TO RT-SUC.
           MOVE ZERO   TO RT-SOCIO.
           MOVE ZERO   TO RT-CUOTA.
           MOVE ZERO   TO RT-FEC-RESP.
           WRITE RESULTADO-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el trabajo "
                           "de debitos respondidos - file status "
                           WS-FS-RESULTADOS
                   STOP RUN
           END-WRITE.
           CLOSE RESULTADOS-FILE.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - lo respondido pasa a DEBITOS (y los rechazos al log
      * DEBRECH); un debito que ya no esta en estado E fue completado
      * antes y no se vuelve a tocar. Terminado, el trabajo queda
      * vacio
      ******************************************************************
       4000-ACTUALIZAR-DEBITOS.
           OPEN INPUT RESULTADOS-FILE.
           IF WS-FS-RESULTADOS NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el trabajo de "
                       "debitos respondidos - file status "
                       WS-FS-RESULTADOS
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-resultados.
           PERFORM 4010-LEER-RESULTADO THRU 4010-EXIT.
           PERFORM 4100-ACTUALIZAR-DEBITO THRU 4100-EXIT
               UNTIL ws-eof-resultados.
           CLOSE RESULTADOS-FILE.
           OPEN OUTPUT RESULTADOS-FILE.
           CLOSE RESULTADOS-FILE.
       4000-EXIT.
           EXIT.

       4010-LEER-RESULTADO.
           READ RESULTADOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-resultados TO TRUE
           END-READ.
       4010-EXIT.
           EXIT.

       4100-ACTUALIZAR-DEBITO.
           IF RT-ESTADO NOT = "A" AND RT-ESTADO NOT = "R"
               GO TO 4100-SIGUIENTE
           END-IF.
           MOVE RT-CLAVE TO DB-CLAVE.
           READ DEBITOS-FILE
               INVALID KEY
                   GO TO 4100-SIGUIENTE
           END-READ.
           IF DB-ESTADO NOT = "E"
               GO TO 4100-SIGUIENTE
           END-IF.
           MOVE RT-ESTADO   TO DB-ESTADO.
           MOVE RT-FEC-RESP TO DB-FEC-RESP.
           MOVE RT-MOTIVO   TO DB-MOTIVO.
           REWRITE DEBITO-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el archivo "
                           "de debitos presentados - file status "
                           WS-FS-DEBITOS
                   STOP RUN
           END-REWRITE.
           ADD 1 TO ws-cant-completados.
           IF RT-ESTADO = "R"
               PERFORM 4200-REGISTRAR-RECHAZO THRU 4200-EXIT
           END-IF.
       4100-SIGUIENTE.
           PERFORM 4010-LEER-RESULTADO THRU 4010-EXIT.
       4100-EXIT.
           EXIT.

       4200-REGISTRAR-RECHAZO.
           MOVE SPACES      TO RECHAZO-REC.
           MOVE RT-FEC-RESP TO RJ-FECHA.
           MOVE DB-SUC      TO RJ-SUC.
           MOVE DB-SOCIO    TO RJ-SOCIO.
           MOVE DB-CUOTA    TO RJ-CUOTA.
           MOVE DB-IMPORTE  TO RJ-IMPORTE.
           MOVE DB-FEC-VENC TO RJ-FEC-VENC.
           MOVE DB-CBU      TO RJ-CBU.
           MOVE RT-MOTIVO   TO RJ-MOTIVO.
           MOVE RT-SUSPENDE TO RJ-SUSPENDIDA.
           WRITE RECHAZO-REC.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el log de "
                       "debitos rechazados - file status "
                       WS-FS-RECHAZOS
               STOP RUN
           END-IF.
       4200-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - registro de una excepcion en el log
      ******************************************************************
       8000-REGISTRAR-EXCEPCION.
           ACCEPT ws-exc-fecha FROM DATE YYYYMMDD.
           ACCEPT ws-exc-hora FROM TIME.
           MOVE ws-exc-fecha   TO EXC-FECHA.
           MOVE ws-exc-hora    TO EXC-HORA.
           MOVE ws-exc-campo   TO EXC-CAMPO.
           MOVE ws-exc-valor   TO EXC-VALOR.
           MOVE ws-exc-detalle TO EXC-DETALLE.
           WRITE EXCEPCION-REC.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el log de "
                       "excepciones - file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           ADD 1 TO ws-cant-excepciones.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100 / 8200 - escritura controlada del listado y del trabajo
      * del lote
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "debitos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-LOTE-NUEVO.
           IF WS-FS-LOTE-NUEVO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo del "
                       "lote MOVDIA - file status " WS-FS-LOTE-NUEVO
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           MOVE ws-cant-aceptados  TO l-tot-acept-cant.
           MOVE ws-tot-aceptado    TO l-tot-acept-imp.
           MOVE ws-cant-rechazados TO l-tot-rech-cant.
           MOVE ws-tot-rechazado   TO l-tot-rech-imp.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-cant-suspendidas TO l-tot-suspendidas.
           MOVE ws-cant-excepciones TO l-tot-excepciones.
           WRITE LISTADO-REC FROM lin-totales-2
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           CLOSE RESPUESTA-FILE.
           CLOSE SOCIOS-FILE.
           CLOSE ADHESIONES-FILE.
           CLOSE DEBITOS-FILE.
           CLOSE RECHAZOS-FILE.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Debitos aceptados     : " ws-cant-aceptados.
           DISPLAY "Debitos rechazados    : " ws-cant-rechazados.
           DISPLAY "Adhesiones suspendidas: " ws-cant-suspendidas.
           DISPLAY "Excepciones           : " ws-cant-excepciones.
           DISPLAY "Lote MOVDIA de destino: " ws-fecha-lote.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC14.

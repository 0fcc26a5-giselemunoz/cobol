      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Generacion del archivo de debitos directos para
      *             la camara compensadora: las cuotas pendientes de
      *             los convenios vigentes cuyo socio tiene adhesion
      *             activa por CBU (ADHESION) y que vencen dentro de
      *             los dias de anticipacion de DDPARM se presentan al
      *             cobro en DEBSAL (cabecera, un detalle por cuota y
      *             cola con cantidad e importe total). Cada cuota
      *             presentada queda en DEBITOS como enviada, para no
      *             presentarla dos veces y para conciliar la
      *             respuesta del banco (BCOSOC14).
      * Tectonics:  cobc -x "generacion debitos.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC13.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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

           SELECT PARAMETROS-FILE ASSIGN TO "DDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT SALIDA-FILE ASSIGN TO "DEBSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALIDA.

           SELECT LISTADO-FILE ASSIGN TO "DEBGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPDEB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * MAESTRO DE CONVENIOS (mismo layout que en BCOSOC05)
      *   CV-ESTADO: V = vigente / C = cumplido / R = roto
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
      *   CU-ESTADO: P = pendiente / C = cancelada
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

      * DEBITOS PRESENTADOS: una cuota de convenio por registro, con
      * lo que se envio al banco y lo que contesto (mismo layout que
      * en BCOSOC14)
      *   DB-ESTADO: E = enviado / A = aceptado / R = rechazado
      *   DB-MOTIVO: codigo de rechazo del banco
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

      * PARAMETROS DE LA PRESENTACION: fecha de proceso, dias de
      * anticipacion al vencimiento y codigo de empresa originante
      * asignado por la camara
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 DP-FECHA           PIC 9(08).
           05 DP-DIAS-ANTICIPO   PIC 9(02).
           05 DP-EMPRESA         PIC X(10).

      * ARCHIVO PARA LA CAMARA: cabecera "1", un detalle "2" por
      * cuota y cola "9"; la respuesta del banco (DEBRESP, que lee
      * BCOSOC14) devuelve los mismos registros con el resultado,
      * el motivo del rechazo y la fecha del debito completos
       FD  SALIDA-FILE.
       01  SAL-CABECERA-REC.
           05 SH-TIPO            PIC X(01).
           05 SH-EMPRESA         PIC X(10).
           05 SH-FECHA-GEN       PIC 9(08).
           05 FILLER             PIC X(81).
       01  SAL-DETALLE-REC.
           05 SD-TIPO            PIC X(01).
           05 SD-CBU             PIC X(22).
           05 SD-IMPORTE         PIC 9(09)V99.
           05 SD-FEC-VENC        PIC 9(08).
           05 SD-REFERENCIA.
              10 SD-REF-SUC      PIC 9(03).
              10 SD-REF-SOCIO    PIC 9(10).
              10 SD-REF-CUOTA    PIC 9(03).
           05 SD-RESULTADO       PIC X(01).
           05 SD-MOTIVO          PIC X(03).
           05 SD-FEC-DEBITO      PIC 9(08).
           05 FILLER             PIC X(30).
       01  SAL-COLA-REC.
           05 ST-TIPO            PIC X(01).
           05 ST-CANT-REG        PIC 9(07).
           05 ST-TOT-IMPORTE     PIC 9(13)V99.
           05 FILLER             PIC X(77).

      * LISTADO DE CUOTAS PRESENTADAS AL COBRO
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(100).

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
           03 filler pic x(36) value
                  "Debitos directos presentados el ".
           03 l-fecha pic 9(08).
           03 filler pic x(22) value " - vencimientos hasta ".
           03 l-fecha-limite pic 9(08).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(07) value "Cuota".
           03 filler pic x(10) value "Vencim.".
           03 filler pic x(16) value "        Importe".
           03 filler pic x(22) value "CBU".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(02) value spaces.
           03 l-det-cuota pic zz9.
           03 filler pic x(03) value spaces.
           03 l-det-venc pic 9(08).
           03 filler pic x(02) value spaces.
           03 l-det-importe pic zzz.zzz.zz9,99.
           03 filler pic x(02) value spaces.
           03 l-det-cbu pic x(22).
       01  lin-totales.
           03 filler pic x(20) value "Cuotas presentadas: ".
           03 l-tot-cant pic zzzzz9.
           03 filler pic x(12) value "  Importe: ".
           03 l-tot-importe pic zzz.zzz.zzz.zz9,99.
       01  lin-totales-2.
           03 filler pic x(27) value "Convenios con adhesion:   ".
           03 l-tot-adheridos pic zzzzz9.
           03 filler pic x(25) value "  Ya presentadas antes: ".
           03 l-tot-previas pic zzzzz9.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-cuotas      pic x(02).
           03 ws-fs-adhesion    pic x(02).
           03 ws-fs-debitos     pic x(02).
           03 ws-fs-params      pic x(02).
           03 ws-fs-salida      pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).

       01  ws-switches.
           03 ws-sw-eof-convenios  pic x(01) value "N".
              88 ws-eof-convenios       value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-proceso  pic 9(08).
           03 ws-fecha-limite   pic 9(08).
           03 ws-fec-aux        pic 9(08).
           03 ws-fec-aux-r redefines ws-fec-aux.
              05 ws-aux-aa      pic 9(04).
              05 ws-aux-mm      pic 9(02).
              05 ws-aux-dd      pic 9(02).

      * parametros de la presentacion: sin DDPARM se presenta hoy lo
      * que vence en los proximos tres dias
       01  ws-parametros.
           03 ws-dias-anticipo  pic 9(02) value 3.
           03 ws-empresa        pic x(10) value "CORRALITO".

       01  ws-presentacion.
           03 ws-ix-cuota       pic 9(03).

       01  ws-contadores.
           03 ws-cant-convenios pic 9(07) comp value zero.
           03 ws-cant-adheridos pic 9(07) comp value zero.
           03 ws-cant-enviadas  pic 9(07) comp value zero.
           03 ws-cant-previas   pic 9(07) comp value zero.
           03 ws-tot-enviado    pic 9(13)v99 value zero.

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
           PERFORM 2000-RECORRER-CONVENIOS THRU 2000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y parametros
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-FS-CONVENIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de "
                       "convenios - file status " WS-FS-CONVENIOS
               STOP RUN
           END-IF.
           OPEN INPUT CUOTAS-FILE.
           IF WS-FS-CUOTAS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el calendario de "
                       "cuotas - file status " WS-FS-CUOTAS
               STOP RUN
           END-IF.
           OPEN INPUT ADHESIONES-FILE.
           IF WS-FS-ADHESION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "adhesiones - file status " WS-FS-ADHESION
               STOP RUN
           END-IF.
           OPEN I-O DEBITOS-FILE.
           IF WS-FS-DEBITOS = "35"
               OPEN OUTPUT DEBITOS-FILE
               CLOSE DEBITOS-FILE
               OPEN I-O DEBITOS-FILE
           END-IF.
           IF WS-FS-DEBITOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "debitos presentados - file status "
                       WS-FS-DEBITOS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           IF WS-FS-SALIDA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "debitos para la camara - file status "
                       WS-FS-SALIDA
               STOP RUN
           END-IF.
           MOVE SPACES           TO SAL-CABECERA-REC.
           MOVE "1"              TO SH-TIPO.
           MOVE ws-empresa       TO SH-EMPRESA.
           MOVE ws-fecha-proceso TO SH-FECHA-GEN.
           WRITE SAL-CABECERA-REC.
           PERFORM 8200-VERIFICAR-SALIDA THRU 8200-EXIT.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "debitos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE ws-fecha-proceso TO l-fecha.
           MOVE ws-fecha-limite  TO l-fecha-limite.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - parametros: la fecha de proceso (por omision la del
      * dia, nunca futura), los dias de anticipacion (por omision 3)
      * y la empresa originante; el limite es la fecha de proceso
      * mas la anticipacion
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           MOVE ws-fecha-hoy TO ws-fecha-proceso.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-FS-PARAMS NOT = "00"
               GO TO 1100-VALIDAR
           END-IF.
           READ PARAMETROS-FILE
               AT END
                   CLOSE PARAMETROS-FILE
                   GO TO 1100-VALIDAR
           END-READ.
           CLOSE PARAMETROS-FILE.
           IF DP-FECHA NUMERIC AND DP-FECHA NOT = ZERO
               MOVE DP-FECHA TO ws-fecha-proceso
           END-IF.
           IF DP-DIAS-ANTICIPO NUMERIC AND DP-DIAS-ANTICIPO > ZERO
               MOVE DP-DIAS-ANTICIPO TO ws-dias-anticipo
           END-IF.
           IF DP-EMPRESA NOT = SPACES
               MOVE DP-EMPRESA TO ws-empresa
           END-IF.
       1100-VALIDAR.
           MOVE ws-fecha-proceso TO ws-fec-aux.
           IF ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               OR ws-fecha-proceso > ws-fecha-hoy
               DISPLAY "ERROR: fecha de proceso invalida en DDPARM: "
                       ws-fecha-proceso
               STOP RUN
           END-IF.
           COMPUTE ws-fecha-limite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-fecha-proceso)
               + ws-dias-anticipo).
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - recorrido del maestro de convenios en orden de clave
      ******************************************************************
       2000-RECORRER-CONVENIOS.
           MOVE ZERO TO CV-SUC.
           MOVE ZERO TO CV-SOCIO.
           START CONVENIOS-FILE KEY IS >= CV-CLAVE
               INVALID KEY SET ws-eof-convenios TO TRUE
           END-START.
           PERFORM 2010-LEER-CONVENIO THRU 2010-EXIT.
           PERFORM 2100-PROCESAR-CONVENIO THRU 2100-EXIT
               UNTIL ws-eof-convenios.
       2000-EXIT.
           EXIT.

       2010-LEER-CONVENIO.
           IF ws-eof-convenios
               GO TO 2010-EXIT
           END-IF.
           READ CONVENIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-convenios TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-convenios
           END-READ.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 2100 - solo los convenios vigentes con adhesion activa se
      * presentan al cobro; las cuotas se revisan una por una
      ******************************************************************
       2100-PROCESAR-CONVENIO.
           IF CV-ESTADO NOT = "V"
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE CV-SUC   TO AD-SUC.
           MOVE CV-SOCIO TO AD-SOCIO.
           READ ADHESIONES-FILE
               INVALID KEY
                   GO TO 2100-SIGUIENTE
           END-READ.
           IF AD-ESTADO NOT = "A"
               GO TO 2100-SIGUIENTE
           END-IF.
           ADD 1 TO ws-cant-adheridos.
           PERFORM 2200-REVISAR-CUOTA THRU 2200-EXIT
               VARYING ws-ix-cuota FROM 1 BY 1
               UNTIL ws-ix-cuota > CV-CANT-CUOTAS.
       2100-SIGUIENTE.
           PERFORM 2010-LEER-CONVENIO THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200 - una cuota pendiente que vence despues de la fecha de
      * proceso y no mas alla del limite se presenta, salvo que ya
      * figure en DEBITOS: una cuota se presenta una sola vez (la
      * rechazada no se vuelve a presentar sola); si la corrida se
      * repite en el dia, lo enviado hoy se vuelve a escribir en
      * DEBSAL para que el archivo salga completo
      ******************************************************************
       2200-REVISAR-CUOTA.
           MOVE CV-SUC      TO CU-SUC.
           MOVE CV-SOCIO    TO CU-SOCIO.
           MOVE ws-ix-cuota TO CU-NRO.
           READ CUOTAS-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF CU-ESTADO NOT = "P"
               GO TO 2200-EXIT
           END-IF.
           IF CU-FEC-VENC NOT > ws-fecha-proceso
               OR CU-FEC-VENC > ws-fecha-limite
               GO TO 2200-EXIT
           END-IF.
           IF CU-IMPORTE = ZERO
               MOVE "CUOTA"        TO ws-exc-campo
               MOVE CU-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Cuota con importe cero, no se presenta"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE CU-SUC   TO DB-SUC.
           MOVE CU-SOCIO TO DB-SOCIO.
           MOVE CU-NRO   TO DB-CUOTA.
           READ DEBITOS-FILE
               INVALID KEY
                   GO TO 2200-NUEVO
           END-READ.
           IF DB-ESTADO = "E" AND DB-FEC-ENVIO = ws-fecha-proceso
               PERFORM 2300-ESCRIBIR-DETALLE THRU 2300-EXIT
           ELSE
               ADD 1 TO ws-cant-previas
           END-IF.
           GO TO 2200-EXIT.
       2200-NUEVO.
           MOVE SPACES           TO DEBITO-REC.
           MOVE CU-SUC           TO DB-SUC.
           MOVE CU-SOCIO         TO DB-SOCIO.
           MOVE CU-NRO           TO DB-CUOTA.
           MOVE AD-CBU           TO DB-CBU.
           MOVE CU-IMPORTE       TO DB-IMPORTE.
           MOVE CU-FEC-VENC      TO DB-FEC-VENC.
           MOVE ws-fecha-proceso TO DB-FEC-ENVIO.
           MOVE "E"              TO DB-ESTADO.
           MOVE ZERO             TO DB-FEC-RESP.
           WRITE DEBITO-REC
               INVALID KEY
                   DISPLAY "ERROR: fallo de grabacion en el archivo "
                           "de debitos presentados - file status "
                           WS-FS-DEBITOS
                   STOP RUN
           END-WRITE.
           PERFORM 2300-ESCRIBIR-DETALLE THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300 - detalle para la camara y linea del listado, a partir
      * del registro de DEBITOS
      ******************************************************************
       2300-ESCRIBIR-DETALLE.
           MOVE SPACES      TO SAL-DETALLE-REC.
           MOVE "2"         TO SD-TIPO.
           MOVE DB-CBU      TO SD-CBU.
           MOVE DB-IMPORTE  TO SD-IMPORTE.
           MOVE DB-FEC-VENC TO SD-FEC-VENC.
           MOVE DB-SUC      TO SD-REF-SUC.
           MOVE DB-SOCIO    TO SD-REF-SOCIO.
           MOVE DB-CUOTA    TO SD-REF-CUOTA.
           MOVE ZERO        TO SD-FEC-DEBITO.
           WRITE SAL-DETALLE-REC.
           PERFORM 8200-VERIFICAR-SALIDA THRU 8200-EXIT.
           ADD 1          TO ws-cant-enviadas.
           ADD DB-IMPORTE TO ws-tot-enviado.
           MOVE DB-SUC      TO l-det-suc.
           MOVE DB-SOCIO    TO l-det-socio.
           MOVE DB-CUOTA    TO l-det-cuota.
           MOVE DB-FEC-VENC TO l-det-venc.
           MOVE DB-IMPORTE  TO l-det-importe.
           MOVE DB-CBU      TO l-det-cbu.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       2300-EXIT.
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
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100 / 8200 - escritura controlada del listado y del archivo
      * para la camara
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "debitos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-SALIDA.
           IF WS-FS-SALIDA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "debitos para la camara - file status "
                       WS-FS-SALIDA
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa: la cola del archivo para
      * la camara lleva la cantidad de detalles y el importe total
      ******************************************************************
       9999-FINALIZAR.
           MOVE SPACES           TO SAL-COLA-REC.
           MOVE "9"              TO ST-TIPO.
           MOVE ws-cant-enviadas TO ST-CANT-REG.
           MOVE ws-tot-enviado   TO ST-TOT-IMPORTE.
           WRITE SAL-COLA-REC.
           PERFORM 8200-VERIFICAR-SALIDA THRU 8200-EXIT.
           MOVE ws-cant-enviadas TO l-tot-cant.
           MOVE ws-tot-enviado   TO l-tot-importe.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-cant-adheridos TO l-tot-adheridos.
           MOVE ws-cant-previas   TO l-tot-previas.
           WRITE LISTADO-REC FROM lin-totales-2
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           CLOSE CONVENIOS-FILE.
           CLOSE CUOTAS-FILE.
           CLOSE ADHESIONES-FILE.
           CLOSE DEBITOS-FILE.
           CLOSE SALIDA-FILE.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Convenios leidos      : " ws-cant-convenios.
           DISPLAY "Convenios con adhesion: " ws-cant-adheridos.
           DISPLAY "Cuotas presentadas    : " ws-cant-enviadas.
           DISPLAY "Ya presentadas antes  : " ws-cant-previas.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC13.

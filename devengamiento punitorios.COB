      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Devengamiento mensual del interes punitorio: a
      *             cada socio deudor se le calcula el interes
      *             corrido desde el ultimo devengamiento (o desde el
      *             vencimiento de la deuda) hasta la fecha de cierre,
      *             por tramos del maestro de tasas TASAS, y se le
      *             debita en SM-SALDO; el cargo queda en el
      *             historial HISTMOV como movimiento propio, en los
      *             asientos ASIENDEV por sucursal y en el archivo
      *             DEVENGA con la fecha hasta la que se devengo,
      *             para que una segunda corrida no cobre dos veces
      *             los mismos dias. Los socios con convenio de pago
      *             vigente no devengan punitorios.
      * Tectonics:  cobc -x "devengamiento punitorios.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  El movimiento "I" del historial lleva la fecha
      *                 del dia en que se aplica y la fecha de cierre
      *                 en HM-REF-FECHA, para no quedar delante de
      *                 movimientos aplicados antes. Los asientos del
      *                 punitorio van a ASIENDEV, archivo propio que
      *                 se extiende, porque ASIENTOS lo reescribe
      *                 BCOSOC01 cada noche.
      * 2026-10-15  jm  Marca de corrida en curso en RUNCTL
      *                 (RN-DEVENGO): una corrida caida a mitad de
      *                 camino deja cargos sin asientos y frena el
      *                 reintento hasta restaurar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC10.
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

           SELECT DEVENGADOS-FILE ASSIGN TO "DEVENGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS WS-FS-DEVENGA.

           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CLAVE
               FILE STATUS IS WS-FS-CONVENIOS.

           SELECT TASAS-FILE ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS.

           SELECT PARAMCON-FILE ASSIGN TO "PARAMCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCON.

           SELECT PARAMETROS-FILE ASSIGN TO "DEVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIENTOS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT LISTADO-FILE ASSIGN TO "DEVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-FECHA
               FILE STATUS IS WS-FS-RUNCTL.
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

      * ULTIMO DEVENGAMIENTO POR SOCIO: fecha hasta la que ya se
      * cobro el punitorio (el proximo devengamiento arranca de
      * ahi), importe del ultimo cargo y acumulado historico; lo lee
      * tambien BCOSOC01 para no proyectar dias ya cobrados
       FD  DEVENGADOS-FILE.
       01  DEVENGADO-REC.
           05 DV-CLAVE.
              10 DV-SUC          PIC 9(03).
              10 DV-SOCIO        PIC 9(10).
           05 DV-FEC-ULT         PIC 9(08).
           05 DV-IMP-ULT         PIC 9(09)V99.
           05 DV-IMP-ACUM        PIC 9(11)V99.
           05 FILLER             PIC X(10).

      * MAESTRO DE CONVENIOS (mismo layout que en BCOSOC05): el
      * socio con convenio vigente no devenga punitorios
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

      * MAESTRO DE TASAS PUNITORIAS (mismo layout que en BCOSOC01):
      * tasa diaria con su fecha de entrada en vigencia, en orden
      * ascendente; cada tasa rige hasta la vigencia de la siguiente
       FD  TASAS-FILE.
       01  TASA-REC.
           05 TS-VIG-DESDE       PIC 9(08).
           05 TS-TASA-DIARIA     PIC 9V9(6).

      * PARAMETROS CONTABLES (mismo layout que en BCOSOC01): el
      * registro de banda 0 trae las cuentas del mayor para el
      * punitorio devengado (el porcentaje no se usa)
       FD  PARAMCON-FILE.
       01  PARAMCON-REC.
           05 PC-BANDA           PIC 9(01).
           05 PC-PCT             PIC 9(03)V99.
           05 PC-CTA-DEBE        PIC 9(08).
           05 PC-CTA-HABER       PIC 9(08).

      * PARAMETROS DEL DEVENGAMIENTO: fecha de cierre hasta la que
      * se devenga; sin archivo rige la fecha del dia
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 DP-FECHA-CIERRE    PIC 9(08).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC03): el punitorio devengado va con HM-TIPO "I", la
      * fecha del dia y la fecha de cierre en HM-REF-FECHA
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

      * ASIENTOS DEL PUNITORIO (mismo layout que ASIENTOS en
      * BCOSOC01): un par debe/haber por sucursal con el punitorio
      * devengado en la corrida; archivo propio que se extiende,
      * porque ASIENTOS lo reescribe BCOSOC01 cada noche
       FD  ASIENTOS-FILE.
       01  ASIENTO-REC.
           05 AS-FECHA           PIC 9(08).
           05 AS-SUC             PIC 9(03).
           05 AS-CUENTA          PIC 9(08).
           05 AS-DH              PIC X(01).
           05 AS-IMPORTE         PIC S9(12)V99.

      * FOTOS FECHADAS DEL MAESTRO (mismo layout que en BCOSOC02,
      * BCOSOC03 y BCOSOC07)
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).

      * LISTADO DEL DEVENGAMIENTO
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

      * CONTROL DE CORRIDA DIARIO (mismo layout que en BCOSOC01)
      *   RN-DEVENGO: A = devengamiento en curso / C = cerrado
      *   (las demas marcas las ponen los otros programas de la
      *   cadena y aca se conservan)
       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           05 RN-FECHA           PIC 9(08).
           05 RN-IMPUTACION      PIC X(01).
           05 RN-LISTADO         PIC X(01).
           05 RN-CONVENIOS       PIC X(01).
           05 RN-RECICLAJE       PIC X(01).
           05 RN-INTEGRIDAD      PIC X(01).
           05 RN-DEVENGO         PIC X(01).
           05 RN-CASTIGO         PIC X(01).
           05 FILLER             PIC X(05).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-titulo.
           03 filler pic x(40) value
                  "Devengamiento de interes punitorio al ".
           03 l-fecha pic 9(08).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(09) value "Desde".
           03 filler pic x(06) value " Dias".
           03 filler pic x(18) value "     Saldo previo".
           03 filler pic x(15) value "     Punitorio".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-det-desde pic 9(08).
           03 filler pic x(01) value spaces.
           03 l-det-dias pic zzzz9.
           03 filler pic x(02) value spaces.
           03 l-det-saldo pic -zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-det-interes pic zz.zzz.zz9,99.
       01  lin-total-suc.
           03 filler pic x(15) value "Total sucursal ".
           03 l-tsu-suc pic zz9.
           03 filler pic x(03) value " - ".
           03 l-tsu-cant pic zzzz9.
           03 filler pic x(08) value " socios ".
           03 filler pic x(32) value spaces.
           03 l-tsu-interes pic zzz.zzz.zzz.zz9,99.
       01  lin-totales.
           03 filler pic x(21) value "Socios con punitorio ".
           03 l-tot-cargados pic zzzzz9.
           03 filler pic x(11) value "  Exentos: ".
           03 l-tot-exentos pic zzzzz9.
           03 filler pic x(18) value "  Ya devengados: ".
           03 l-tot-al-dia pic zzzzz9.
       01  lin-total-general.
           03 filler pic x(28) value "Total punitorio devengado  ".
           03 filler pic x(35) value spaces.
           03 l-tge-interes pic zzz.zzz.zzz.zz9,99.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-socios      pic x(02).
           03 ws-fs-devenga     pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-tasas       pic x(02).
           03 ws-fs-paramcon    pic x(02).
           03 ws-fs-params      pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-asientos    pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-runctl      pic x(02).

       01  ws-switches.
           03 ws-sw-eof-socios     pic x(01) value "N".
              88 ws-eof-socios          value "S".
           03 ws-sw-eof-foto       pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-eof-tasas      pic x(01) value "N".
              88 ws-eof-tasas           value "S".
           03 ws-sw-eof-paramcon   pic x(01) value "N".
              88 ws-eof-paramcon        value "S".
           03 ws-sw-convenios      pic x(01) value "N".
              88 ws-convenios-disp      value "S".
           03 ws-sw-devengado      pic x(01) value "N".
              88 ws-hay-devengado       value "S".
           03 ws-sw-suc-abierta    pic x(01) value "N".
              88 ws-suc-abierta         value "S".
           03 ws-sw-eof-runctl     pic x(01) value "N".
              88 ws-eof-runctl          value "S".
           03 ws-sw-corrida-marca  pic x(01) value "N".
              88 ws-corrida-marcada     value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-cierre   pic 9(08).
           03 ws-foto-hora      pic 9(08).
           03 ws-fec-aux        pic 9(08).
           03 ws-fec-aux-r redefines ws-fec-aux.
              05 ws-aux-aa      pic 9(04).
              05 ws-aux-mm      pic 9(02).
              05 ws-aux-dd      pic 9(02).

      * calculo del punitorio por tramos (mismo criterio que 4150 y
      * 4160 de BCOSOC01, pero desde el ultimo devengamiento)
       01  ws-interes.
      * tasa por omision: rige cuando el maestro TASAS no esta y
      * cubre los huecos anteriores a la primera vigencia cargada
           03 ws-tasa-diaria    pic v9(6) value ,000548.
           03 ws-desde-fecha    pic 9(08).
           03 ws-cierre-dias    pic s9(09) comp.
           03 ws-desde-dias     pic s9(09) comp.
           03 ws-dias-devengo   pic s9(09) comp.
           03 ws-tramo-desde    pic s9(09) comp.
           03 ws-tramo-hasta    pic s9(09) comp.
           03 ws-dias-tramo     pic s9(09) comp.
           03 ws-factor-punit   pic 9(04)v9(8).
           03 ws-imp-interes    pic 9(09)v99.
           03 ws-saldo-previo   pic s9(09)v99.

      * tabla de tasas punitorias cargada del maestro TASAS
       01  ws-tabla-tasas.
           03 ws-max-tasas      pic 9(03) comp value 100.
           03 ws-cant-tasas     pic 9(03) comp value zero.
           03 ws-tasa-e occurs 100 times indexed by ws-ix-tasa.
              05 ws-tasa-vig      pic 9(08).
              05 ws-tasa-vig-dias pic s9(09) comp.
              05 ws-tasa-valor    pic 9v9(6).

      * cuentas del mayor para el punitorio: deudores por intereses
      * punitorios al debe, intereses punitorios ganados al haber
       01  ws-cuentas.
           03 ws-cta-debe       pic 9(08) value 13110000.
           03 ws-cta-haber      pic 9(08) value 51130000.

       01  ws-sucursal.
           03 ws-suc-actual     pic 9(03).
           03 ws-suc-cant       pic 9(05) comp.
           03 ws-suc-interes    pic s9(12)v99.

       01  ws-contadores.
           03 ws-cant-leidos    pic 9(07) comp value zero.
           03 ws-cant-cargados  pic 9(07) comp value zero.
           03 ws-cant-exentos   pic 9(07) comp value zero.
           03 ws-cant-al-dia    pic 9(07) comp value zero.
           03 ws-tot-interes    pic s9(13)v99 value zero.

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
           PERFORM 1500-CONTROLAR-CORRIDA THRU 1500-EXIT.
           PERFORM 1200-TOMAR-FOTO THRU 1200-EXIT.
           PERFORM 1600-MARCAR-EN-CURSO THRU 1600-EXIT.
           PERFORM 2000-RECORRER-SOCIOS THRU 2000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y parametros
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN I-O SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN I-O DEVENGADOS-FILE.
           IF WS-FS-DEVENGA = "35"
               OPEN OUTPUT DEVENGADOS-FILE
               CLOSE DEVENGADOS-FILE
               OPEN I-O DEVENGADOS-FILE
           END-IF.
           IF WS-FS-DEVENGA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "devengamientos - file status " WS-FS-DEVENGA
               STOP RUN
           END-IF.
      * sin maestro de convenios nadie queda exento: queda una sola
      * constancia en el log
           OPEN INPUT CONVENIOS-FILE.
           IF WS-FS-CONVENIOS = "00"
               MOVE "S" TO ws-sw-convenios
           ELSE
               MOVE "CONVENIO"     TO ws-exc-campo
               MOVE WS-FS-CONVENIOS TO ws-exc-valor
               MOVE "Maestro de convenios ausente"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           OPEN EXTEND ASIENTOS-FILE.
           IF WS-FS-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS-FILE
           END-IF.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "asientos del punitorio - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "devengamiento - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE ws-fecha-cierre TO l-fecha.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 1300-CARGAR-CUENTAS THRU 1300-EXIT.
           PERFORM 1400-CARGAR-TASAS THRU 1400-EXIT.
           COMPUTE ws-cierre-dias =
               FUNCTION INTEGER-OF-DATE(ws-fecha-cierre).
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - fecha de cierre del devengamiento: DEVPARM manda (el
      * fin de mes que se cierra, aunque la corrida sea el primer dia
      * habil del mes siguiente); sin archivo rige la fecha del dia;
      * una fecha invalida o futura corta la corrida
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           MOVE ws-fecha-hoy TO ws-fecha-cierre.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-FS-PARAMS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ PARAMETROS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DP-FECHA-CIERRE TO ws-fecha-cierre
           END-READ.
           CLOSE PARAMETROS-FILE.
           MOVE ws-fecha-cierre TO ws-fec-aux.
           IF ws-fecha-cierre NOT NUMERIC
               OR ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               OR ws-fecha-cierre > ws-fecha-hoy
               DISPLAY "ERROR: fecha de cierre invalida en DEVPARM: "
                       ws-fecha-cierre
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1200 - foto fechada del maestro completo antes de tocarlo:
      * todas las imagenes de la toma comparten fecha y hora, que es
      * lo que identifica la foto para la restauracion (BCOSOC07)
      ******************************************************************
       1200-TOMAR-FOTO.
           OPEN EXTEND SNAPSHOT-FILE.
           IF WS-FS-SNAPSHOT = "35"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           IF WS-FS-SNAPSHOT NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de fotos "
                       "del maestro - file status " WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           ACCEPT ws-foto-hora FROM TIME.
           MOVE "N" TO ws-sw-eof-foto.
           MOVE ZERO TO SM-SUC.
           MOVE ZERO TO SM-SOCIO.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-foto TO TRUE
           END-START.
           PERFORM 1210-COPIAR-FOTO THRU 1210-EXIT
               UNTIL ws-eof-foto.
           CLOSE SNAPSHOT-FILE.
       1200-EXIT.
           EXIT.

       1210-COPIAR-FOTO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-foto TO TRUE
               NOT AT END
                   MOVE ws-fecha-hoy TO SN-FECHA
                   MOVE ws-foto-hora TO SN-HORA
                   MOVE SOCIO-REC    TO SN-SOCIO-IMG
                   WRITE SNAPSHOT-REC
                   IF WS-FS-SNAPSHOT NOT = "00"
                       DISPLAY "ERROR: fallo de escritura en la foto "
                               "del maestro - file status "
                               WS-FS-SNAPSHOT
                       STOP RUN
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.
      ******************************************************************
      * 1300 - cuentas del mayor para el punitorio: registro de banda
      * 0 de PARAMCON; sin el rigen las cuentas por omision
      ******************************************************************
       1300-CARGAR-CUENTAS.
           OPEN INPUT PARAMCON-FILE.
           IF WS-FS-PARAMCON NOT = "00"
               MOVE "PARAMCON"     TO ws-exc-campo
               MOVE WS-FS-PARAMCON TO ws-exc-valor
               MOVE "Parametros contables ausentes, por omision"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-paramcon.
           PERFORM 1310-LEER-PARAMCON THRU 1310-EXIT.
           PERFORM 1320-GUARDAR-PARAMCON THRU 1320-EXIT
               UNTIL ws-eof-paramcon.
           CLOSE PARAMCON-FILE.
       1300-EXIT.
           EXIT.

       1310-LEER-PARAMCON.
           READ PARAMCON-FILE
               AT END
                   SET ws-eof-paramcon TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-GUARDAR-PARAMCON.
           IF PC-BANDA NOT = ZERO
               GO TO 1320-SIGUIENTE
           END-IF.
           IF PC-CTA-DEBE NOT NUMERIC OR PC-CTA-DEBE = ZERO
               OR PC-CTA-HABER NOT NUMERIC OR PC-CTA-HABER = ZERO
               MOVE "PARAMCON"     TO ws-exc-campo
               MOVE PC-BANDA       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Cuentas del punitorio invalidas"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1320-SIGUIENTE
           END-IF.
           MOVE PC-CTA-DEBE  TO ws-cta-debe.
           MOVE PC-CTA-HABER TO ws-cta-haber.
       1320-SIGUIENTE.
           PERFORM 1310-LEER-PARAMCON THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      ******************************************************************
      * 1400 - carga del maestro de tasas punitorias a la tabla (mismo
      * criterio que 1600 de BCOSOC01); sin maestro rige la tasa fija
      * por omision
      ******************************************************************
       1400-CARGAR-TASAS.
           OPEN INPUT TASAS-FILE.
           IF WS-FS-TASAS NOT = "00"
               MOVE "TASAS"        TO ws-exc-campo
               MOVE WS-FS-TASAS    TO ws-exc-valor
               MOVE "Maestro de tasas ausente, tasa por omision"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tasas.
           PERFORM 1410-LEER-TASA THRU 1410-EXIT.
           PERFORM 1420-GUARDAR-TASA THRU 1420-EXIT
               UNTIL ws-eof-tasas.
           CLOSE TASAS-FILE.
       1400-EXIT.
           EXIT.

       1410-LEER-TASA.
           READ TASAS-FILE
               AT END
                   SET ws-eof-tasas TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-GUARDAR-TASA.
           MOVE TS-VIG-DESDE TO ws-fec-aux.
           IF TS-VIG-DESDE NOT NUMERIC
               OR ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               MOVE "TASAS"        TO ws-exc-campo
               MOVE TS-VIG-DESDE   TO ws-exc-valor
               MOVE "Fecha de vigencia invalida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1420-SIGUIENTE
           END-IF.
           IF TS-TASA-DIARIA NOT NUMERIC
               MOVE "TASAS"        TO ws-exc-campo
               MOVE TS-VIG-DESDE   TO ws-exc-valor
               MOVE "Tasa diaria no numerica"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1420-SIGUIENTE
           END-IF.
           IF ws-cant-tasas > ZERO
               AND TS-VIG-DESDE NOT > ws-tasa-vig(ws-cant-tasas)
               MOVE "TASAS"        TO ws-exc-campo
               MOVE TS-VIG-DESDE   TO ws-exc-valor
               MOVE "Vigencia fuera de orden ascendente"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1420-SIGUIENTE
           END-IF.
           IF ws-cant-tasas < ws-max-tasas
               ADD 1 TO ws-cant-tasas
               MOVE TS-VIG-DESDE TO ws-tasa-vig(ws-cant-tasas)
               COMPUTE ws-tasa-vig-dias(ws-cant-tasas) =
                   FUNCTION INTEGER-OF-DATE(TS-VIG-DESDE)
               MOVE TS-TASA-DIARIA TO ws-tasa-valor(ws-cant-tasas)
           ELSE
               MOVE "TASAS"        TO ws-exc-campo
               MOVE TS-VIG-DESDE   TO ws-exc-valor
               MOVE "Tabla de tasas llena (tasa descartada)"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
       1420-SIGUIENTE.
           PERFORM 1410-LEER-TASA THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      ******************************************************************
      * 1500 - control de corrida: los cargos se graban socio por
      * socio y los asientos recien al cerrar cada sucursal, asi que
      * un devengamiento caido a mitad de camino deja punitorio
      * cobrado sin asiento; la marca "A" de cualquier fecha frena
      * la corrida hasta restaurar el maestro con la foto de aquella
      * corrida (BCOSOC07), volver atras DEVENGA y el historial, y
      * despejar la marca
      ******************************************************************
       1500-CONTROLAR-CORRIDA.
           OPEN I-O RUNCTL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el control de corrida "
                       "- file status " WS-FS-RUNCTL
               STOP RUN
           END-IF.
           MOVE ZERO TO RN-FECHA.
           MOVE "N" TO ws-sw-eof-runctl.
           START RUNCTL-FILE KEY IS >= RN-FECHA
               INVALID KEY SET ws-eof-runctl TO TRUE
           END-START.
           PERFORM 1510-REVISAR-MARCA THRU 1510-EXIT
               UNTIL ws-eof-runctl.
       1500-EXIT.
           EXIT.

       1510-REVISAR-MARCA.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET ws-eof-runctl TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF RN-DEVENGO = "A"
               DISPLAY "ERROR: hay un devengamiento a medio aplicar "
                       "del " RN-FECHA " - restaurar el maestro con "
                       "la foto de esa corrida antes de reintentar"
               STOP RUN
           END-IF.
       1510-EXIT.
           EXIT.
      ******************************************************************
      * 1600 - la corrida queda marcada en curso recien con la foto
      * del maestro ya tomada, conservando las marcas de los otros
      * programas si el registro del dia ya existia
      ******************************************************************
       1600-MARCAR-EN-CURSO.
           MOVE ws-fecha-hoy TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ws-fecha-hoy TO RN-FECHA
                   MOVE "A" TO RN-DEVENGO
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "A" TO RN-DEVENGO
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           PERFORM 8200-VERIFICAR-RUNCTL THRU 8200-EXIT.
           MOVE "S" TO ws-sw-corrida-marca.
       1600-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - recorrida del maestro en orden de clave con corte por
      * sucursal: al cerrar cada sucursal salen su total y su par de
      * asientos
      ******************************************************************
       2000-RECORRER-SOCIOS.
           MOVE "N" TO ws-sw-eof-socios.
           MOVE ZERO TO SM-SUC.
           MOVE ZERO TO SM-SOCIO.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-socios TO TRUE
           END-START.
           PERFORM 2100-PROCESAR-SOCIO THRU 2100-EXIT
               UNTIL ws-eof-socios.
           IF ws-suc-abierta
               PERFORM 4000-CERRAR-SUCURSAL THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PROCESAR-SOCIO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-socios TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ws-cant-leidos.
           IF SM-SALDO NOT < ZERO OR SM-FEC-VENC = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF SM-FEC-VENC NOT < ws-fecha-cierre
               GO TO 2100-EXIT
           END-IF.
           IF ws-suc-abierta AND SM-SUC NOT = ws-suc-actual
               PERFORM 4000-CERRAR-SUCURSAL THRU 4000-EXIT
           END-IF.
           IF NOT ws-suc-abierta
               MOVE "S"    TO ws-sw-suc-abierta
               MOVE SM-SUC TO ws-suc-actual
               MOVE ZERO   TO ws-suc-cant
               MOVE ZERO   TO ws-suc-interes
           END-IF.
           PERFORM 2200-BUSCAR-DEVENGADO THRU 2200-EXIT.
           MOVE SM-FEC-VENC TO ws-desde-fecha.
           IF ws-hay-devengado AND DV-FEC-ULT > ws-desde-fecha
               MOVE DV-FEC-ULT TO ws-desde-fecha
           END-IF.
           IF ws-desde-fecha NOT < ws-fecha-cierre
               ADD 1 TO ws-cant-al-dia
               GO TO 2100-EXIT
           END-IF.
      * el convenio vigente congela la deuda: los dias bajo convenio
      * quedan devengados en cero y no se cobran si despues se rompe
           IF ws-convenios-disp
               MOVE SM-SUC   TO CV-SUC
               MOVE SM-SOCIO TO CV-SOCIO
               READ CONVENIOS-FILE
                   INVALID KEY
                       MOVE SPACE TO CV-ESTADO
               END-READ
               IF CV-ESTADO = "V"
                   ADD 1 TO ws-cant-exentos
                   MOVE ZERO TO ws-imp-interes
                   PERFORM 3300-GRABAR-DEVENGADO THRU 3300-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           PERFORM 3000-CALCULAR-PUNITORIO THRU 3000-EXIT.
           PERFORM 3100-APLICAR-PUNITORIO THRU 3100-EXIT.
       2100-EXIT.
           EXIT.

       2200-BUSCAR-DEVENGADO.
           MOVE "N" TO ws-sw-devengado.
           MOVE SM-SUC   TO DV-SUC.
           MOVE SM-SOCIO TO DV-SOCIO.
           READ DEVENGADOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DV-FEC-ULT NUMERIC
                       MOVE "S" TO ws-sw-devengado
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - punitorio del periodo: saldo deudor por la suma de
      * tasa diaria por dias de cada tramo de vigencia entre el
      * inicio del devengamiento y la fecha de cierre; un tramo
      * anterior a la primera vigencia cargada es un hueco de la
      * tabla: va a excepciones y se cubre con la tasa por omision
      ******************************************************************
       3000-CALCULAR-PUNITORIO.
           MOVE ZERO TO ws-factor-punit.
           COMPUTE ws-desde-dias =
               FUNCTION INTEGER-OF-DATE(ws-desde-fecha).
           COMPUTE ws-dias-devengo = ws-cierre-dias - ws-desde-dias.
           IF ws-cant-tasas = ZERO
               COMPUTE ws-factor-punit =
                   ws-tasa-diaria * ws-dias-devengo
               GO TO 3000-IMPORTE
           END-IF.
           IF ws-desde-dias < ws-tasa-vig-dias(1)
               MOVE ws-tasa-vig-dias(1) TO ws-tramo-hasta
               IF ws-tramo-hasta > ws-cierre-dias
                   MOVE ws-cierre-dias TO ws-tramo-hasta
               END-IF
               COMPUTE ws-dias-tramo = ws-tramo-hasta - ws-desde-dias
               COMPUTE ws-factor-punit =
                   ws-tasa-diaria * ws-dias-tramo
               MOVE "TASAS"        TO ws-exc-campo
               MOVE SM-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Hueco de tasas: periodo anterior a tabla"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
           PERFORM 3010-SUMAR-TRAMO THRU 3010-EXIT
               VARYING ws-ix-tasa FROM 1 BY 1
               UNTIL ws-ix-tasa > ws-cant-tasas.
       3000-IMPORTE.
           COMPUTE ws-imp-interes ROUNDED =
               (ZERO - SM-SALDO) * ws-factor-punit.
       3000-EXIT.
           EXIT.

       3010-SUMAR-TRAMO.
           MOVE ws-tasa-vig-dias(ws-ix-tasa) TO ws-tramo-desde.
           IF ws-desde-dias > ws-tramo-desde
               MOVE ws-desde-dias TO ws-tramo-desde
           END-IF.
           IF ws-ix-tasa = ws-cant-tasas
               MOVE ws-cierre-dias TO ws-tramo-hasta
           ELSE
               SET ws-ix-tasa UP BY 1
               MOVE ws-tasa-vig-dias(ws-ix-tasa) TO ws-tramo-hasta
               SET ws-ix-tasa DOWN BY 1
               IF ws-tramo-hasta > ws-cierre-dias
                   MOVE ws-cierre-dias TO ws-tramo-hasta
               END-IF
           END-IF.
           COMPUTE ws-dias-tramo = ws-tramo-hasta - ws-tramo-desde.
           IF ws-dias-tramo > ZERO
               COMPUTE ws-factor-punit = ws-factor-punit
                   + (ws-tasa-valor(ws-ix-tasa) * ws-dias-tramo)
           END-IF.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100 - debito del punitorio en el maestro: el saldo ya era
      * deudor, asi que el vencimiento de la deuda no cambia; un
      * punitorio que redondea a cero solo avanza la fecha
      ******************************************************************
       3100-APLICAR-PUNITORIO.
           IF ws-imp-interes = ZERO
               PERFORM 3300-GRABAR-DEVENGADO THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE SM-SALDO TO ws-saldo-previo.
           SUBTRACT ws-imp-interes FROM SM-SALDO.
           REWRITE SOCIO-REC
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE SM-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Error al regrabar el maestro"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-REWRITE.
           PERFORM 3200-GRABAR-HISTORIAL THRU 3200-EXIT.
           PERFORM 3300-GRABAR-DEVENGADO THRU 3300-EXIT.
           ADD 1 TO ws-cant-cargados.
           ADD 1 TO ws-suc-cant.
           ADD ws-imp-interes TO ws-suc-interes.
           ADD ws-imp-interes TO ws-tot-interes.
           MOVE SM-SUC          TO l-det-suc.
           MOVE SM-SOCIO        TO l-det-socio.
           MOVE SM-NOMBRE       TO l-det-nombre.
           MOVE ws-desde-fecha  TO l-det-desde.
           MOVE ws-dias-devengo TO l-det-dias.
           MOVE ws-saldo-previo TO l-det-saldo.
           MOVE ws-imp-interes  TO l-det-interes.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - el punitorio queda en el historial como movimiento
      * propio (HM-TIPO "I") con la fecha del dia, como todo lo que
      * se aplica hoy; la fecha de cierre queda en HM-REF-FECHA
      ******************************************************************
       3200-GRABAR-HISTORIAL.
           MOVE SPACES          TO HISTORIAL-REC.
           MOVE SM-SUC          TO HM-SUC.
           MOVE SM-SOCIO        TO HM-SOCIO.
           MOVE ws-fecha-hoy    TO HM-FECHA.
           MOVE "I"             TO HM-TIPO.
           MOVE ws-imp-interes  TO HM-IMPORTE.
           MOVE ws-saldo-previo TO HM-SALDO-ANT.
           MOVE SM-SALDO        TO HM-SALDO-POST.
           ACCEPT HM-HORA FROM TIME.
           MOVE SM-FEC-VENC     TO HM-FEC-VENC-ANT.
           MOVE ws-fecha-cierre TO HM-REF-FECHA.
           MOVE ZERO            TO HM-REF-HORA.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3300 - fecha hasta la que quedo devengado el socio: es la
      * defensa contra el doble cobro si la corrida se repite
      ******************************************************************
       3300-GRABAR-DEVENGADO.
           IF NOT ws-hay-devengado
               MOVE SM-SUC   TO DV-SUC
               MOVE SM-SOCIO TO DV-SOCIO
               MOVE SPACES   TO DEVENGADO-REC(14:)
               MOVE ZERO     TO DV-IMP-ACUM
           END-IF.
           MOVE ws-fecha-cierre TO DV-FEC-ULT.
           MOVE ws-imp-interes  TO DV-IMP-ULT.
           IF DV-IMP-ACUM NOT NUMERIC
               MOVE ZERO TO DV-IMP-ACUM
           END-IF.
           ADD ws-imp-interes TO DV-IMP-ACUM.
           IF ws-hay-devengado
               REWRITE DEVENGADO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE DEVENGADO-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-FS-DEVENGA NOT = "00"
               DISPLAY "ERROR: fallo de grabacion en el archivo de "
                       "devengamientos - file status " WS-FS-DEVENGA
               STOP RUN
           END-IF.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - cierre de la sucursal: total del listado y par de
      * asientos debe/haber con el punitorio devengado
      ******************************************************************
       4000-CERRAR-SUCURSAL.
           MOVE "N" TO ws-sw-suc-abierta.
           IF ws-suc-cant = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE ws-suc-actual  TO l-tsu-suc.
           MOVE ws-suc-cant    TO l-tsu-cant.
           MOVE ws-suc-interes TO l-tsu-interes.
           WRITE LISTADO-REC FROM lin-total-suc
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE SPACES TO LISTADO-REC.
           WRITE LISTADO-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           IF ws-suc-interes = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE ws-cta-debe TO AS-CUENTA.
           MOVE "D" TO AS-DH.
           PERFORM 4100-GRABAR-ASIENTO THRU 4100-EXIT.
           MOVE ws-cta-haber TO AS-CUENTA.
           MOVE "H" TO AS-DH.
           PERFORM 4100-GRABAR-ASIENTO THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-GRABAR-ASIENTO.
           MOVE ws-fecha-cierre TO AS-FECHA.
           MOVE ws-suc-actual   TO AS-SUC.
           MOVE ws-suc-interes  TO AS-IMPORTE.
           WRITE ASIENTO-REC.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "asientos del punitorio - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
       4100-EXIT.
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
      * 8100 - escritura controlada del listado
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "devengamiento - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      * 8200 - una marca de corrida que no se pudo grabar corta la
      * corrida en el acto
      ******************************************************************
       8200-VERIFICAR-RUNCTL.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "ERROR: fallo de grabacion en el control de "
                       "corrida - file status " WS-FS-RUNCTL
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 9100 - cierre de la marca: recien con el ultimo asiento
      * grabado la corrida queda cerrada
      ******************************************************************
       9100-CERRAR-CORRIDA.
           MOVE ws-fecha-hoy TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ws-fecha-hoy TO RN-FECHA
                   MOVE "C" TO RN-DEVENGO
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO RN-DEVENGO
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           PERFORM 8200-VERIFICAR-RUNCTL THRU 8200-EXIT.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           MOVE ws-cant-cargados TO l-tot-cargados.
           MOVE ws-cant-exentos  TO l-tot-exentos.
           MOVE ws-cant-al-dia   TO l-tot-al-dia.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-tot-interes TO l-tge-interes.
           WRITE LISTADO-REC FROM lin-total-general
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           CLOSE SOCIOS-FILE.
           CLOSE DEVENGADOS-FILE.
           IF ws-convenios-disp
               CLOSE CONVENIOS-FILE
           END-IF.
           CLOSE HISTORIAL-FILE.
           CLOSE ASIENTOS-FILE.
           IF ws-corrida-marcada
               PERFORM 9100-CERRAR-CORRIDA THRU 9100-EXIT
           END-IF.
           CLOSE RUNCTL-FILE.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Socios leidos         : " ws-cant-leidos.
           DISPLAY "Socios con punitorio  : " ws-cant-cargados.
           DISPLAY "Exentos por convenio  : " ws-cant-exentos.
           DISPLAY "Ya devengados al corte: " ws-cant-al-dia.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC10.

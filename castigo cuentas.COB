      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Castigo de cuentas incobrables: los socios
      *             deudores que cobranzas devolvio como incobrables
      *             (RT-RESULT "I" en RETORNO) o que llevan en mora
      *             mas dias que el minimo de CASTPARM salen del
      *             maestro activo SOCIOS al archivo de cuentas
      *             castigadas CASTIGOS, con el saldo a la fecha del
      *             castigo y el motivo; los asientos aplican la
      *             prevision constituida contra la deuda y cargan el
      *             resto a incobrabilidad, en el archivo de
      *             asientos propio ASIENCAS. Los pagos que despues
      *             lleguen por MOVDIA para un castigado los toma
      *             BCOSOC03 como recuperos (RECUPERO); este programa
      *             emite ademas el informe mensual de recuperos por
      *             sucursal.
      * Tectonics:  cobc -x "castigo cuentas.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  Los asientos del castigo van a ASIENCAS,
      *                 archivo propio que se extiende, porque
      *                 ASIENTOS lo reescribe BCOSOC01 cada noche.
      * 2026-10-15  jm  Marca de corrida en curso en RUNCTL
      *                 (RN-CASTIGO): un castigo caido a mitad de
      *                 camino deja cuentas castigadas sin asientos
      *                 y frena el reintento hasta restaurar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC11.
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

           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-FS-CASTIGOS.

           SELECT CONVENIOS-FILE ASSIGN TO "CONVENIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CLAVE
               FILE STATUS IS WS-FS-CONVENIOS.

           SELECT RETORNO-FILE ASSIGN TO "RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT GESTIONES-FILE ASSIGN TO "CASTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-CLAVE
               FILE STATUS IS WS-FS-GESTWORK.

           SELECT PARAMETROS-FILE ASSIGN TO "CASTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT PARAMCON-FILE ASSIGN TO "PARAMCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCON.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIENTOS.

           SELECT RECUPEROS-FILE ASSIGN TO "RECUPERO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECUPEROS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT LISTADO-FILE ASSIGN TO "CASTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT INFORME-FILE ASSIGN TO "RECLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORME.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPCAS"
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

      * CUENTAS CASTIGADAS: la cuenta tal como estaba al castigo,
      * con motivo, banda, prevision aplicada y lo recuperado despues
      * (lo acumula BCOSOC03 con cada pago que llega por MOVDIA)
      *   CA-MOTIVO: I = incobrable segun cobranzas /
      *              A = antiguedad de la mora
       FD  CASTIGOS-FILE.
       01  CASTIGO-REC.
           05 CA-CLAVE.
              10 CA-SUC          PIC 9(03).
              10 CA-SOCIO        PIC 9(10).
           05 CA-NOMBRE          PIC X(20).
           05 CA-DNI             PIC 9(08).
           05 CA-SALDO           PIC S9(09)V99.
           05 CA-FEC-VENC        PIC 9(08).
           05 CA-FEC-CASTIGO     PIC 9(08).
           05 CA-MOTIVO          PIC X(01).
           05 CA-BANDA           PIC 9(01).
           05 CA-PREVISION       PIC 9(09)V99.
           05 CA-RECUPERADO      PIC 9(09)V99.
           05 CA-FEC-ULT-RECUP   PIC 9(08).
           05 CA-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).

      * MAESTRO DE CONVENIOS (mismo layout que en BCOSOC05): el
      * socio con convenio vigente no se castiga
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

      * RETORNO DEL SISTEMA DE COBRANZAS (mismo layout que en
      * BCOSOC01) - RT-RESULT: P = promesa de pago / I = incobrable /
      * L = ilocalizable / C = plan de pago (convenio)
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RT-SUC             PIC 9(03).
           05 RT-SOCIO           PIC 9(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

      * TRABAJO DE GESTIONES (mismo layout que GESTWORK en
      * BCOSOC01): ultimo resultado de gestion por socio
       FD  GESTIONES-FILE.
       01  GESTION-REC.
           05 GW-CLAVE.
              10 GW-SUC          PIC 9(03).
              10 GW-SOCIO        PIC 9(10).
           05 GW-FECHA           PIC 9(08).
           05 GW-RESULT          PIC X(01).

      * PARAMETROS DEL CASTIGO Y DEL RECUPERO (los lee tambien
      * BCOSOC03 para las cuentas del recupero)
      *   CP-MODO: P = propuesta (solo listado) / A = aplicar
      *   CP-PERIODO: mes (aaaamm) del informe de recuperos
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 CP-MODO            PIC X(01).
           05 CP-DIAS-MINIMO     PIC 9(05).
           05 CP-OPERADOR        PIC X(08).
           05 CP-PERIODO         PIC 9(06).
           05 CP-CTA-DEUDORES    PIC 9(08).
           05 CP-CTA-CAJA        PIC 9(08).
           05 CP-CTA-RECUPERO    PIC 9(08).

      * PARAMETROS CONTABLES (mismo layout que en BCOSOC01):
      * porcentaje de prevision y cuentas del mayor por banda
       FD  PARAMCON-FILE.
       01  PARAMCON-REC.
           05 PC-BANDA           PIC 9(01).
           05 PC-PCT             PIC 9(03)V99.
           05 PC-CTA-DEBE        PIC 9(08).
           05 PC-CTA-HABER       PIC 9(08).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC03): el castigo va con HM-TIPO "C" y lleva el saldo a
      * cero, asi el resumen de cuenta cierra la cadena
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

      * PISTA DE AUDITORIA (mismo layout que en BCOSOC02): el
      * castigo queda como baja, asi la restauracion (BCOSOC07) lo
      * repite sobre la foto
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REC.
           05 AU-FECHA           PIC 9(08).
           05 AU-HORA            PIC 9(08).
           05 AU-TIPO            PIC X(01).
           05 AU-SUC             PIC 9(03).
           05 AU-SOCIO           PIC 9(10).
           05 AU-IMG-ANTERIOR    PIC X(70).
           05 AU-IMG-POSTERIOR   PIC X(70).
           05 AU-OPERADOR        PIC X(08).
           05 AU-APROBADOR       PIC X(08).

      * ASIENTOS DEL CASTIGO (mismo layout que ASIENTOS en
      * BCOSOC01): archivo propio que se extiende, porque ASIENTOS lo
      * reescribe BCOSOC01 cada noche
       FD  ASIENTOS-FILE.
       01  ASIENTO-REC.
           05 AS-FECHA           PIC 9(08).
           05 AS-SUC             PIC 9(03).
           05 AS-CUENTA          PIC 9(08).
           05 AS-DH              PIC X(01).
           05 AS-IMPORTE         PIC S9(12)V99.

      * RECUPEROS DE CUENTAS CASTIGADAS (mismo layout que en
      * BCOSOC03, que es quien los graba)
       FD  RECUPEROS-FILE.
       01  RECUPERO-REC.
           05 RC-FECHA           PIC 9(08).
           05 RC-HORA            PIC 9(08).
           05 RC-SUC             PIC 9(03).
           05 RC-SOCIO           PIC 9(10).
           05 RC-IMPORTE         PIC 9(09)V99.
           05 RC-SALDO-CASTIGO   PIC S9(09)V99.
           05 RC-RECUP-ACUM      PIC 9(09)V99.
           05 FILLER             PIC X(10).

      * FOTOS FECHADAS DEL MAESTRO (mismo layout que en BCOSOC02,
      * BCOSOC03 y BCOSOC07)
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).

      * LISTADO DE CASTIGOS (propuesta o aplicados)
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(110).

      * INFORME MENSUAL DE RECUPEROS POR SUCURSAL
       FD  INFORME-FILE.
       01  INFORME-REC           PIC X(90).

      * LOG DE EXCEPCIONES (mismo layout que en BCOSOC01)
       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC.
           05 EXC-FECHA          PIC 9(08).
           05 EXC-HORA           PIC 9(08).
           05 EXC-CAMPO          PIC X(12).
           05 EXC-VALOR          PIC X(15).
           05 EXC-DETALLE        PIC X(40).

      * CONTROL DE CORRIDA DIARIO (mismo layout que en BCOSOC01)
      *   RN-CASTIGO: A = castigo en curso / C = cerrado
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
           03 filler pic x(30) value "Castigo de cuentas al ".
           03 l-fecha pic 9(08).
           03 filler pic x(03) value " - ".
           03 l-modo pic x(30).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(16) value "          Deuda".
           03 filler pic x(07) value "  Dias".
           03 filler pic x(07) value " Banda".
           03 filler pic x(08) value " Motivo".
           03 filler pic x(16) value "       Prevision".
           03 filler pic x(16) value "     Incobrab.".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-det-deuda pic zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-det-dias pic zzzz9.
           03 filler pic x(04) value spaces.
           03 l-det-banda pic 9.
           03 filler pic x(05) value spaces.
           03 l-det-motivo pic x(03).
           03 filler pic x(01) value spaces.
           03 l-det-prevision pic zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-det-cargo pic zzz.zzz.zz9,99.
       01  lin-total-suc.
           03 filler pic x(15) value "Total sucursal ".
           03 l-tsu-suc pic zz9.
           03 filler pic x(03) value " - ".
           03 l-tsu-cant pic zzzz9.
           03 filler pic x(08) value " socios ".
           03 filler pic x(06) value spaces.
           03 l-tsu-deuda pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(19) value spaces.
           03 l-tsu-prevision pic zzz.zzz.zzz.zz9,99.
       01  lin-totales.
           03 filler pic x(20) value "Cuentas castigadas: ".
           03 l-tot-castigos pic zzzzz9.
           03 filler pic x(25) value "  Excluidas (convenio): ".
           03 l-tot-excluidos pic zzzzz9.
           03 filler pic x(20) value "  Ya castigadas:  ".
           03 l-tot-repetidos pic zzzzz9.
       01  lin-total-general.
           03 filler pic x(23) value "Total deuda castigada ".
           03 l-tge-deuda pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(14) value "  Prevision: ".
           03 l-tge-prevision pic zzz.zzz.zzz.zz9,99.
       01  lin-inf-titulo.
           03 filler pic x(42) value
                  "Recuperos de cuentas castigadas - periodo ".
           03 l-inf-periodo pic 9(06).
       01  lin-inf-cabecera.
           03 filler pic x(12) value "Sucursal".
           03 filler pic x(14) value "   Recuperos".
           03 filler pic x(20) value "     Importe".
       01  lin-inf-detalle.
           03 filler pic x(02) value spaces.
           03 l-inf-suc pic zz9.
           03 filler pic x(07) value spaces.
           03 l-inf-cant pic zzz.zz9.
           03 filler pic x(04) value spaces.
           03 l-inf-importe pic zzz.zzz.zzz.zz9,99.
       01  lin-inf-total.
           03 filler pic x(12) value "Total".
           03 l-inf-tot-cant pic zzz.zz9.
           03 filler pic x(04) value spaces.
           03 l-inf-tot-importe pic zzz.zzz.zzz.zz9,99.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-socios      pic x(02).
           03 ws-fs-castigos    pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-retorno     pic x(02).
           03 ws-fs-gestwork    pic x(02).
           03 ws-fs-params      pic x(02).
           03 ws-fs-paramcon    pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-auditoria   pic x(02).
           03 ws-fs-asientos    pic x(02).
           03 ws-fs-recuperos   pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-informe     pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-runctl      pic x(02).

       01  ws-switches.
           03 ws-sw-eof-socios     pic x(01) value "N".
              88 ws-eof-socios          value "S".
           03 ws-sw-eof-foto       pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-eof-retorno    pic x(01) value "N".
              88 ws-eof-retorno         value "S".
           03 ws-sw-eof-paramcon   pic x(01) value "N".
              88 ws-eof-paramcon        value "S".
           03 ws-sw-eof-recuperos  pic x(01) value "N".
              88 ws-eof-recuperos       value "S".
           03 ws-sw-convenios      pic x(01) value "N".
              88 ws-convenios-disp      value "S".
           03 ws-sw-suc-abierta    pic x(01) value "N".
              88 ws-suc-abierta         value "S".
           03 ws-sw-modo           pic x(01) value "P".
              88 ws-modo-aplicar        value "A".
           03 ws-sw-eof-runctl     pic x(01) value "N".
              88 ws-eof-runctl          value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-hoy-r redefines ws-fecha-hoy.
              05 ws-hoy-aamm    pic 9(06).
              05 ws-hoy-dd      pic 9(02).
           03 ws-foto-hora      pic 9(08).
           03 ws-fec-aux        pic 9(08).
           03 ws-fec-aux-r redefines ws-fec-aux.
              05 ws-aux-aa      pic 9(04).
              05 ws-aux-mm      pic 9(02).
              05 ws-aux-dd      pic 9(02).

      * parametros del castigo: sin CASTPARM la corrida es solo una
      * propuesta, con un ano de mora como antiguedad minima
       01  ws-parametros.
           03 ws-dias-minimo    pic 9(05) value 365.
           03 ws-operador       pic x(08) value "BATCH".
           03 ws-periodo        pic 9(06).
           03 ws-periodo-r redefines ws-periodo.
              05 ws-per-aa      pic 9(04).
              05 ws-per-mm      pic 9(02).
           03 ws-cta-deudores   pic 9(08) value 13100000.

      * porcentaje de prevision y cuentas del mayor por banda (mismo
      * criterio y valores por omision que 1500 de BCOSOC01)
       01  ws-prevision.
           03 ws-prev-e occurs 4 times.
              05 ws-prev-pct      pic 9(03)v99.
              05 ws-prev-cta-debe pic 9(08).
              05 ws-prev-cta-haber pic 9(08).
           03 ws-ix-banda       pic 9(01).

       01  ws-castigo.
           03 ws-hoy-dias       pic s9(09) comp.
           03 ws-dias-atraso    pic s9(09) comp.
           03 ws-banda          pic 9(01).
           03 ws-motivo         pic x(01).
           03 ws-deuda          pic 9(09)v99.
           03 ws-prev-importe   pic 9(09)v99.
           03 ws-cargo-importe  pic 9(09)v99.
           03 ws-img-anterior   pic x(70).

      * acumulados de la sucursal en curso por banda, para los
      * asientos del corte
       01  ws-sucursal.
           03 ws-suc-actual     pic 9(03).
           03 ws-suc-cant       pic 9(05) comp.
           03 ws-suc-deuda      pic s9(12)v99.
           03 ws-suc-prevision  pic s9(12)v99.
           03 ws-suc-banda occurs 4 times.
              05 ws-sb-prevision  pic s9(12)v99.
              05 ws-sb-cargo      pic s9(12)v99.
           03 ws-as-importe     pic s9(12)v99.

      * recuperos del periodo por numero de sucursal (posicion =
      * sucursal + 1)
       01  ws-tabla-recuperos.
           03 ws-rec-e occurs 1000 times.
              05 ws-rec-cant      pic 9(07) comp.
              05 ws-rec-importe   pic 9(11)v99.
           03 ws-ix-suc         pic 9(04) comp.
           03 ws-rec-tot-cant   pic 9(07) comp value zero.
           03 ws-rec-tot-imp    pic 9(13)v99 value zero.

       01  ws-contadores.
           03 ws-cant-leidos    pic 9(07) comp value zero.
           03 ws-cant-castigos  pic 9(07) comp value zero.
           03 ws-cant-excluidos pic 9(07) comp value zero.
           03 ws-cant-repetidos pic 9(07) comp value zero.
           03 ws-tot-deuda      pic s9(13)v99 value zero.
           03 ws-tot-prevision  pic s9(13)v99 value zero.

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
           IF ws-modo-aplicar
               PERFORM 1500-CONTROLAR-CORRIDA THRU 1500-EXIT
               PERFORM 1200-TOMAR-FOTO THRU 1200-EXIT
               PERFORM 1600-MARCAR-EN-CURSO THRU 1600-EXIT
           END-IF.
           PERFORM 2000-RECORRER-SOCIOS THRU 2000-EXIT.
           PERFORM 5000-INFORME-RECUPEROS THRU 5000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y parametros
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           MOVE ws-hoy-aamm TO ws-periodo.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
      * en la propuesta el maestro se abre solo para lectura
           IF ws-modo-aplicar
               OPEN I-O SOCIOS-FILE
           ELSE
               OPEN INPUT SOCIOS-FILE
           END-IF.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN I-O CASTIGOS-FILE.
           IF WS-FS-CASTIGOS = "35"
               OPEN OUTPUT CASTIGOS-FILE
               CLOSE CASTIGOS-FILE
               OPEN I-O CASTIGOS-FILE
           END-IF.
           IF WS-FS-CASTIGOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de cuentas "
                       "castigadas - file status " WS-FS-CASTIGOS
               STOP RUN
           END-IF.
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
           IF ws-modo-aplicar
               PERFORM 1050-ABRIR-NOVEDADES THRU 1050-EXIT
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "castigos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE ws-fecha-hoy TO l-fecha.
           IF ws-modo-aplicar
               MOVE "castigos aplicados" TO l-modo
           ELSE
               MOVE "propuesta (no se aplica)" TO l-modo
           END-IF.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 1300-CARGAR-PARAMCON THRU 1300-EXIT.
           PERFORM 1400-CARGAR-GESTIONES THRU 1400-EXIT.
           COMPUTE ws-hoy-dias =
               FUNCTION INTEGER-OF-DATE(ws-fecha-hoy).
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1050 - archivos que solo se tocan al aplicar los castigos:
      * historial, auditoria y asientos se extienden
      ******************************************************************
       1050-ABRIR-NOVEDADES.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la auditoria "
                       "- file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
           OPEN EXTEND ASIENTOS-FILE.
           IF WS-FS-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS-FILE
           END-IF.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "asientos del castigo - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - parametros de la corrida: modo, antiguedad minima de
      * la mora, legajo del operador, periodo del informe de
      * recuperos y cuenta de deudores; sin archivo rige la
      * propuesta sobre el mes en curso
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-FS-PARAMS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ PARAMETROS-FILE
               AT END
                   CLOSE PARAMETROS-FILE
                   GO TO 1100-EXIT
           END-READ.
           CLOSE PARAMETROS-FILE.
           IF CP-MODO = "A"
               IF CP-OPERADOR = SPACES
                   DISPLAY "ERROR: CASTPARM sin legajo de operador "
                           "para aplicar los castigos"
                   STOP RUN
               END-IF
               MOVE "A" TO ws-sw-modo
           END-IF.
           IF CP-OPERADOR NOT = SPACES
               MOVE CP-OPERADOR TO ws-operador
           END-IF.
           IF CP-DIAS-MINIMO NUMERIC AND CP-DIAS-MINIMO > 90
               MOVE CP-DIAS-MINIMO TO ws-dias-minimo
           ELSE
               MOVE "CASTPARM"     TO ws-exc-campo
               MOVE CP-DIAS-MINIMO TO ws-exc-valor
               MOVE "Antiguedad minima invalida, por omision"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
           IF CP-PERIODO NUMERIC AND CP-PERIODO NOT = ZERO
               MOVE CP-PERIODO TO ws-periodo
               IF ws-per-mm < 1 OR ws-per-mm > 12
                   DISPLAY "ERROR: periodo invalido en CASTPARM: "
                           CP-PERIODO
                   STOP RUN
               END-IF
           END-IF.
           IF CP-CTA-DEUDORES NUMERIC AND CP-CTA-DEUDORES NOT = ZERO
               MOVE CP-CTA-DEUDORES TO ws-cta-deudores
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
      * 1300 - porcentajes de prevision y cuentas por banda: por
      * omision 50/25/5/1 y las cuentas de BCOSOC01; los registros de
      * otras bandas (la 0 es del devengamiento) no son de aca
      ******************************************************************
       1300-CARGAR-PARAMCON.
           MOVE 050,00   TO ws-prev-pct(1).
           MOVE 025,00   TO ws-prev-pct(2).
           MOVE 005,00   TO ws-prev-pct(3).
           MOVE 001,00   TO ws-prev-pct(4).
           PERFORM 1310-CUENTAS-POR-OMISION THRU 1310-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 4.
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
           PERFORM 1320-LEER-PARAMCON THRU 1320-EXIT.
           PERFORM 1330-GUARDAR-PARAMCON THRU 1330-EXIT
               UNTIL ws-eof-paramcon.
           CLOSE PARAMCON-FILE.
       1300-EXIT.
           EXIT.

       1310-CUENTAS-POR-OMISION.
           COMPUTE ws-prev-cta-debe(ws-ix-banda) =
               61010000 + ws-ix-banda.
           COMPUTE ws-prev-cta-haber(ws-ix-banda) =
               21910000 + ws-ix-banda.
       1310-EXIT.
           EXIT.

       1320-LEER-PARAMCON.
           READ PARAMCON-FILE
               AT END
                   SET ws-eof-paramcon TO TRUE
           END-READ.
       1320-EXIT.
           EXIT.

       1330-GUARDAR-PARAMCON.
           IF PC-BANDA < 1 OR PC-BANDA > 4
               GO TO 1330-SIGUIENTE
           END-IF.
           IF PC-PCT NOT NUMERIC OR PC-PCT > 100
               MOVE "PARAMCON"     TO ws-exc-campo
               MOVE PC-BANDA       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Porcentaje invalido (0 a 100)"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1330-SIGUIENTE
           END-IF.
           MOVE PC-PCT       TO ws-prev-pct(PC-BANDA).
           MOVE PC-CTA-DEBE  TO ws-prev-cta-debe(PC-BANDA).
           MOVE PC-CTA-HABER TO ws-prev-cta-haber(PC-BANDA).
       1330-SIGUIENTE.
           PERFORM 1320-LEER-PARAMCON THRU 1320-EXIT.
       1330-EXIT.
           EXIT.
      ******************************************************************
      * 1400 - ultimo resultado de gestion por socio, del retorno de
      * cobranzas a un trabajo indexado (mismo criterio que 1400 de
      * BCOSOC01); sin retorno solo castiga la antiguedad
      ******************************************************************
       1400-CARGAR-GESTIONES.
           OPEN OUTPUT GESTIONES-FILE.
           CLOSE GESTIONES-FILE.
           OPEN I-O GESTIONES-FILE.
           IF WS-FS-GESTWORK NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "gestiones - file status " WS-FS-GESTWORK
               STOP RUN
           END-IF.
           OPEN INPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-retorno.
           PERFORM 1410-LEER-RETORNO THRU 1410-EXIT.
           PERFORM 1420-GUARDAR-RETORNO THRU 1420-EXIT
               UNTIL ws-eof-retorno.
           CLOSE RETORNO-FILE.
       1400-EXIT.
           EXIT.

       1410-LEER-RETORNO.
           READ RETORNO-FILE
               AT END
                   SET ws-eof-retorno TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-GUARDAR-RETORNO.
           MOVE RT-FECHA TO ws-fec-aux.
           IF RT-FECHA NOT NUMERIC
               OR ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               MOVE "RETORNO"      TO ws-exc-campo
               MOVE RT-FECHA       TO ws-exc-valor
               MOVE "Fecha de gestion invalida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1420-SIGUIENTE
           END-IF.
      * la gestion mas reciente del socio gana
           MOVE RT-SUC   TO GW-SUC.
           MOVE RT-SOCIO TO GW-SOCIO.
           READ GESTIONES-FILE
               INVALID KEY
                   MOVE RT-FECHA  TO GW-FECHA
                   MOVE RT-RESULT TO GW-RESULT
                   WRITE GESTION-REC
                       INVALID KEY
                           MOVE "RETORNO"      TO ws-exc-campo
                           MOVE RT-SOCIO       TO ws-exc-valor-num
                           MOVE ws-exc-valor-num TO ws-exc-valor
                           MOVE "Error al grabar trabajo de gestiones"
                                               TO ws-exc-detalle
                           PERFORM 8000-REGISTRAR-EXCEPCION
                               THRU 8000-EXIT
                   END-WRITE
               NOT INVALID KEY
                   IF RT-FECHA >= GW-FECHA
                       MOVE RT-FECHA  TO GW-FECHA
                       MOVE RT-RESULT TO GW-RESULT
                       REWRITE GESTION-REC
                   END-IF
           END-READ.
       1420-SIGUIENTE.
           PERFORM 1410-LEER-RETORNO THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      ******************************************************************
      * 1500 - control de corrida (solo al aplicar): las cuentas se
      * castigan socio por socio y los asientos recien salen al
      * cerrar cada sucursal, asi que un castigo caido a mitad de
      * camino deja cuentas fuera del maestro sin asiento; la marca
      * "A" de cualquier fecha frena la corrida hasta restaurar el
      * maestro con la foto de aquella corrida (BCOSOC07), volver
      * atras CASTIGOS, el historial y la auditoria, y despejar la
      * marca
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
           IF RN-CASTIGO = "A"
               DISPLAY "ERROR: hay un castigo a medio aplicar del "
                       RN-FECHA " - restaurar el maestro con la "
                       "foto de esa corrida antes de reintentar"
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
                   MOVE "A" TO RN-CASTIGO
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "A" TO RN-CASTIGO
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           PERFORM 8300-VERIFICAR-RUNCTL THRU 8300-EXIT.
       1600-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - recorrida del maestro en orden de clave con corte por
      * sucursal: al cerrar cada sucursal salen su total y sus
      * asientos
      ******************************************************************
       2000-RECORRER-SOCIOS.
           MOVE "N" TO ws-sw-eof-socios.
           MOVE ZERO TO SM-SUC.
           MOVE ZERO TO SM-SOCIO.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-socios TO TRUE
           END-START.
           PERFORM 2100-EVALUAR-SOCIO THRU 2100-EXIT
               UNTIL ws-eof-socios.
           IF ws-suc-abierta
               PERFORM 4000-CERRAR-SUCURSAL THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100 - un socio es candidato si es deudor y cobranzas lo dio
      * por incobrable en su ultima gestion, o si su mora supera la
      * antiguedad minima; un convenio vigente lo excluye
      ******************************************************************
       2100-EVALUAR-SOCIO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-socios TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ws-cant-leidos.
           IF SM-SALDO NOT < ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO ws-dias-atraso.
           IF SM-FEC-VENC NOT = ZERO
               COMPUTE ws-dias-atraso = ws-hoy-dias
                   - FUNCTION INTEGER-OF-DATE(SM-FEC-VENC)
               IF ws-dias-atraso < ZERO
                   MOVE ZERO TO ws-dias-atraso
               END-IF
           END-IF.
           MOVE SPACE TO ws-motivo.
           MOVE SM-SUC   TO GW-SUC.
           MOVE SM-SOCIO TO GW-SOCIO.
           READ GESTIONES-FILE
               INVALID KEY
                   MOVE SPACE TO GW-RESULT
           END-READ.
           IF GW-RESULT = "I"
               MOVE "I" TO ws-motivo
           ELSE
               IF ws-dias-atraso NOT < ws-dias-minimo
                   MOVE "A" TO ws-motivo
               END-IF
           END-IF.
           IF ws-motivo = SPACE
               GO TO 2100-EXIT
           END-IF.
           IF ws-convenios-disp
               MOVE SM-SUC   TO CV-SUC
               MOVE SM-SOCIO TO CV-SOCIO
               READ CONVENIOS-FILE
                   INVALID KEY
                       MOVE SPACE TO CV-ESTADO
               END-READ
               IF CV-ESTADO = "V"
                   ADD 1 TO ws-cant-excluidos
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF ws-suc-abierta AND SM-SUC NOT = ws-suc-actual
               PERFORM 4000-CERRAR-SUCURSAL THRU 4000-EXIT
           END-IF.
           IF NOT ws-suc-abierta
               PERFORM 2200-ABRIR-SUCURSAL THRU 2200-EXIT
           END-IF.
           PERFORM 2300-CALCULAR-PREVISION THRU 2300-EXIT.
           IF ws-modo-aplicar
               PERFORM 3000-CASTIGAR-CUENTA THRU 3000-EXIT
           ELSE
               PERFORM 3900-LISTAR-CASTIGO THRU 3900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ABRIR-SUCURSAL.
           MOVE "S"    TO ws-sw-suc-abierta.
           MOVE SM-SUC TO ws-suc-actual.
           MOVE ZERO   TO ws-suc-cant.
           MOVE ZERO   TO ws-suc-deuda.
           MOVE ZERO   TO ws-suc-prevision.
           PERFORM 2210-LIMPIAR-BANDA THRU 2210-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 4.
       2200-EXIT.
           EXIT.

       2210-LIMPIAR-BANDA.
           MOVE ZERO TO ws-sb-prevision(ws-ix-banda).
           MOVE ZERO TO ws-sb-cargo(ws-ix-banda).
       2210-EXIT.
           EXIT.
      ******************************************************************
      * 2300 - banda de mora a la fecha del castigo (mismos cortes que
      * 4200 de BCOSOC01) y prevision constituida para esa banda; lo
      * que la prevision no cubre va a cargo por incobrabilidad
      ******************************************************************
       2300-CALCULAR-PREVISION.
           EVALUATE TRUE
               WHEN ws-dias-atraso > 90
                   MOVE 1 TO ws-banda
               WHEN ws-dias-atraso > 60
                   MOVE 2 TO ws-banda
               WHEN ws-dias-atraso > 30
                   MOVE 3 TO ws-banda
               WHEN OTHER
                   MOVE 4 TO ws-banda
           END-EVALUATE.
           COMPUTE ws-deuda = ZERO - SM-SALDO.
           COMPUTE ws-prev-importe ROUNDED =
               ws-deuda * ws-prev-pct(ws-banda) / 100.
           COMPUTE ws-cargo-importe = ws-deuda - ws-prev-importe.
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - castigo de la cuenta: alta en CASTIGOS, historial con
      * el saldo a cero, auditoria como baja y baja del maestro; si
      * la clave ya estaba castigada (socio dado de alta de nuevo
      * con la misma clave) no se pisa el castigo anterior
      ******************************************************************
       3000-CASTIGAR-CUENTA.
           MOVE SPACES          TO CASTIGO-REC.
           MOVE SM-SUC          TO CA-SUC.
           MOVE SM-SOCIO        TO CA-SOCIO.
           MOVE SM-NOMBRE       TO CA-NOMBRE.
           MOVE SM-DNI          TO CA-DNI.
           MOVE SM-SALDO        TO CA-SALDO.
           MOVE SM-FEC-VENC     TO CA-FEC-VENC.
           MOVE ws-fecha-hoy    TO CA-FEC-CASTIGO.
           MOVE ws-motivo       TO CA-MOTIVO.
           MOVE ws-banda        TO CA-BANDA.
           MOVE ws-prev-importe TO CA-PREVISION.
           MOVE ZERO            TO CA-RECUPERADO.
           MOVE ZERO            TO CA-FEC-ULT-RECUP.
           MOVE ws-operador     TO CA-OPERADOR.
           WRITE CASTIGO-REC
               INVALID KEY
                   ADD 1 TO ws-cant-repetidos
                   MOVE "CASTIGOS"     TO ws-exc-campo
                   MOVE SM-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Clave ya castigada, no se aplica"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3000-EXIT
           END-WRITE.
           IF WS-FS-CASTIGOS NOT = "00"
               DISPLAY "ERROR: fallo de grabacion en cuentas "
                       "castigadas - file status " WS-FS-CASTIGOS
               STOP RUN
           END-IF.
           MOVE SOCIO-REC TO ws-img-anterior.
           DELETE SOCIOS-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo dar de baja al socio "
                           SM-SUC "-" SM-SOCIO " - file status "
                           WS-FS-SOCIOS
                   STOP RUN
           END-DELETE.
           PERFORM 3100-GRABAR-HISTORIAL THRU 3100-EXIT.
           PERFORM 3200-GRABAR-AUDITORIA THRU 3200-EXIT.
           PERFORM 3900-LISTAR-CASTIGO THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-GRABAR-HISTORIAL.
           MOVE SPACES          TO HISTORIAL-REC.
           MOVE SM-SUC          TO HM-SUC.
           MOVE SM-SOCIO        TO HM-SOCIO.
           MOVE ws-fecha-hoy    TO HM-FECHA.
           MOVE "C"             TO HM-TIPO.
           MOVE ws-deuda        TO HM-IMPORTE.
           MOVE SM-SALDO        TO HM-SALDO-ANT.
           MOVE ZERO            TO HM-SALDO-POST.
           ACCEPT HM-HORA FROM TIME.
           MOVE SM-FEC-VENC     TO HM-FEC-VENC-ANT.
           MOVE ZERO            TO HM-REF-FECHA.
           MOVE ZERO            TO HM-REF-HORA.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
       3100-EXIT.
           EXIT.

       3200-GRABAR-AUDITORIA.
           MOVE ws-fecha-hoy      TO AU-FECHA.
           ACCEPT AU-HORA FROM TIME.
           MOVE "B"               TO AU-TIPO.
           MOVE SM-SUC            TO AU-SUC.
           MOVE SM-SOCIO          TO AU-SOCIO.
           MOVE ws-img-anterior   TO AU-IMG-ANTERIOR.
           MOVE SPACES            TO AU-IMG-POSTERIOR.
           MOVE ws-operador       TO AU-OPERADOR.
           MOVE SPACES            TO AU-APROBADOR.
           WRITE AUDITORIA-REC.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la pista de "
                       "auditoria - file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3900 - linea del listado y acumulados de la sucursal
      ******************************************************************
       3900-LISTAR-CASTIGO.
           ADD 1 TO ws-cant-castigos.
           ADD 1 TO ws-suc-cant.
           ADD ws-deuda TO ws-suc-deuda.
           ADD ws-deuda TO ws-tot-deuda.
           ADD ws-prev-importe TO ws-suc-prevision.
           ADD ws-prev-importe TO ws-tot-prevision.
           ADD ws-prev-importe  TO ws-sb-prevision(ws-banda).
           ADD ws-cargo-importe TO ws-sb-cargo(ws-banda).
           MOVE SM-SUC           TO l-det-suc.
           MOVE SM-SOCIO         TO l-det-socio.
           MOVE SM-NOMBRE        TO l-det-nombre.
           MOVE ws-deuda         TO l-det-deuda.
           MOVE ws-dias-atraso   TO l-det-dias.
           MOVE ws-banda         TO l-det-banda.
           IF ws-motivo = "I"
               MOVE "INC" TO l-det-motivo
           ELSE
               MOVE "ANT" TO l-det-motivo
           END-IF.
           MOVE ws-prev-importe  TO l-det-prevision.
           MOVE ws-cargo-importe TO l-det-cargo.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       3900-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - cierre de la sucursal: total del listado y, si se
      * aplico, los asientos: por banda la prevision desafectada y el
      * cargo por incobrabilidad al debe, y la deuda total castigada
      * al haber de la cuenta de deudores
      ******************************************************************
       4000-CERRAR-SUCURSAL.
           MOVE "N" TO ws-sw-suc-abierta.
           MOVE ws-suc-actual    TO l-tsu-suc.
           MOVE ws-suc-cant      TO l-tsu-cant.
           MOVE ws-suc-deuda     TO l-tsu-deuda.
           MOVE ws-suc-prevision TO l-tsu-prevision.
           WRITE LISTADO-REC FROM lin-total-suc
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE SPACES TO LISTADO-REC.
           WRITE LISTADO-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           IF NOT ws-modo-aplicar OR ws-suc-deuda = ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-ASIENTOS-BANDA THRU 4050-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 4.
           MOVE ws-cta-deudores TO AS-CUENTA.
           MOVE "H" TO AS-DH.
           MOVE ws-suc-deuda TO ws-as-importe.
           PERFORM 4100-GRABAR-ASIENTO THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4050-ASIENTOS-BANDA.
           IF ws-sb-prevision(ws-ix-banda) NOT = ZERO
               MOVE ws-prev-cta-haber(ws-ix-banda) TO AS-CUENTA
               MOVE "D" TO AS-DH
               MOVE ws-sb-prevision(ws-ix-banda) TO ws-as-importe
               PERFORM 4100-GRABAR-ASIENTO THRU 4100-EXIT
           END-IF.
           IF ws-sb-cargo(ws-ix-banda) NOT = ZERO
               MOVE ws-prev-cta-debe(ws-ix-banda) TO AS-CUENTA
               MOVE "D" TO AS-DH
               MOVE ws-sb-cargo(ws-ix-banda) TO ws-as-importe
               PERFORM 4100-GRABAR-ASIENTO THRU 4100-EXIT
           END-IF.
       4050-EXIT.
           EXIT.

       4100-GRABAR-ASIENTO.
           MOVE ws-fecha-hoy  TO AS-FECHA.
           MOVE ws-suc-actual TO AS-SUC.
           MOVE ws-as-importe TO AS-IMPORTE.
           WRITE ASIENTO-REC.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "asientos del castigo - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
       4100-EXIT.
           EXIT.
      ******************************************************************
      * 5000 - informe de recuperos del periodo por sucursal: suma lo
      * que BCOSOC03 fue grabando en RECUPERO con fecha del mes
      ******************************************************************
       5000-INFORME-RECUPEROS.
           OPEN OUTPUT INFORME-FILE.
           IF WS-FS-INFORME NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el informe de "
                       "recuperos - file status " WS-FS-INFORME
               STOP RUN
           END-IF.
           MOVE ws-periodo TO l-inf-periodo.
           WRITE INFORME-REC FROM lin-inf-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8200-VERIFICAR-INFORME THRU 8200-EXIT.
           WRITE INFORME-REC FROM lin-inf-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8200-VERIFICAR-INFORME THRU 8200-EXIT.
           PERFORM 5010-LIMPIAR-SUCURSAL THRU 5010-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           OPEN INPUT RECUPEROS-FILE.
           IF WS-FS-RECUPEROS = "00"
               MOVE "N" TO ws-sw-eof-recuperos
               PERFORM 5100-LEER-RECUPERO THRU 5100-EXIT
               PERFORM 5200-ACUMULAR-RECUPERO THRU 5200-EXIT
                   UNTIL ws-eof-recuperos
               CLOSE RECUPEROS-FILE
           END-IF.
           PERFORM 5300-IMPRIMIR-SUCURSAL THRU 5300-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           MOVE ws-rec-tot-cant TO l-inf-tot-cant.
           MOVE ws-rec-tot-imp  TO l-inf-tot-importe.
           WRITE INFORME-REC FROM lin-inf-total
               AFTER ADVANCING 2 LINES.
           PERFORM 8200-VERIFICAR-INFORME THRU 8200-EXIT.
           CLOSE INFORME-FILE.
       5000-EXIT.
           EXIT.

       5010-LIMPIAR-SUCURSAL.
           MOVE ZERO TO ws-rec-cant(ws-ix-suc).
           MOVE ZERO TO ws-rec-importe(ws-ix-suc).
       5010-EXIT.
           EXIT.

       5100-LEER-RECUPERO.
           READ RECUPEROS-FILE
               AT END
                   SET ws-eof-recuperos TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-ACUMULAR-RECUPERO.
           IF RC-FECHA NOT NUMERIC OR RC-SUC NOT NUMERIC
               OR RC-IMPORTE NOT NUMERIC
               GO TO 5200-SIGUIENTE
           END-IF.
           IF RC-FECHA(1:6) NOT = ws-periodo
               GO TO 5200-SIGUIENTE
           END-IF.
           COMPUTE ws-ix-suc = RC-SUC + 1.
           ADD 1          TO ws-rec-cant(ws-ix-suc).
           ADD RC-IMPORTE TO ws-rec-importe(ws-ix-suc).
           ADD 1          TO ws-rec-tot-cant.
           ADD RC-IMPORTE TO ws-rec-tot-imp.
       5200-SIGUIENTE.
           PERFORM 5100-LEER-RECUPERO THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-IMPRIMIR-SUCURSAL.
           IF ws-rec-cant(ws-ix-suc) = ZERO
               GO TO 5300-EXIT
           END-IF.
           COMPUTE l-inf-suc = ws-ix-suc - 1.
           MOVE ws-rec-cant(ws-ix-suc)    TO l-inf-cant.
           MOVE ws-rec-importe(ws-ix-suc) TO l-inf-importe.
           WRITE INFORME-REC FROM lin-inf-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8200-VERIFICAR-INFORME THRU 8200-EXIT.
       5300-EXIT.
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
      * 8100 / 8200 - escritura controlada del listado y del informe
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "castigos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-INFORME.
           IF WS-FS-INFORME NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el informe de "
                       "recuperos - file status " WS-FS-INFORME
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 8300 - una marca de corrida que no se pudo grabar corta la
      * corrida en el acto
      ******************************************************************
       8300-VERIFICAR-RUNCTL.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "ERROR: fallo de grabacion en el control de "
                       "corrida - file status " WS-FS-RUNCTL
               STOP RUN
           END-IF.
       8300-EXIT.
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
                   MOVE "C" TO RN-CASTIGO
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO RN-CASTIGO
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           PERFORM 8300-VERIFICAR-RUNCTL THRU 8300-EXIT.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           MOVE ws-cant-castigos  TO l-tot-castigos.
           MOVE ws-cant-excluidos TO l-tot-excluidos.
           MOVE ws-cant-repetidos TO l-tot-repetidos.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-tot-deuda     TO l-tge-deuda.
           MOVE ws-tot-prevision TO l-tge-prevision.
           WRITE LISTADO-REC FROM lin-total-general
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           CLOSE SOCIOS-FILE.
           CLOSE CASTIGOS-FILE.
           IF ws-convenios-disp
               CLOSE CONVENIOS-FILE
           END-IF.
           CLOSE GESTIONES-FILE.
           IF ws-modo-aplicar
               CLOSE HISTORIAL-FILE
               CLOSE AUDITORIA-FILE
               CLOSE ASIENTOS-FILE
               PERFORM 9100-CERRAR-CORRIDA THRU 9100-EXIT
               CLOSE RUNCTL-FILE
           END-IF.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Socios leidos         : " ws-cant-leidos.
           DISPLAY "Cuentas castigadas    : " ws-cant-castigos.
           DISPLAY "Excluidas por convenio: " ws-cant-excluidos.
           DISPLAY "Claves ya castigadas  : " ws-cant-repetidos.
           DISPLAY "Recuperos del periodo : " ws-rec-tot-cant.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC11.

      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Informe mensual de cumplimiento de las promesas
      *             de pago: cada promesa (RT-RESULT "P") que
      *             cobranzas devolvio en RETORNO se cruza con los
      *             pagos aplicados en HISTMOV dentro del plazo de la
      *             promesa y se clasifica como cumplida, cumplida en
      *             parte o incumplida, con lo recuperado, por
      *             sucursal y por banda de mora a la fecha de la
      *             promesa. Los socios con dos o mas promesas
      *             incumplidas van al archivo PROMINC: BCOSOC01 los
      *             vuelve a mandar al extracto aunque la ultima
      *             gestion sea otra promesa.
      * Tectonics:  cobc -x "cumplimiento promesas.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC16.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "PROMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT SOCIOS-FILE ASSIGN TO "SOCIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               ALTERNATE RECORD KEY IS SM-DNI
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SOCIOS.

           SELECT RETORNO-FILE ASSIGN TO "RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT RETORNO-ORDEN ASSIGN TO "PROMORD".

           SELECT PROMESAS-FILE ASSIGN TO "PROMWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROMESAS.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT HISTORIAL-ORDEN ASSIGN TO "CUMPORD".

           SELECT TRABAJO-FILE ASSIGN TO "CUMPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT INCUMPLIDAS-FILE ASSIGN TO "PROMINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCUMPLIDAS.

           SELECT LISTADO-FILE ASSIGN TO "PROMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * PARAMETROS DEL INFORME
      *   PM-PERIODO: mes (aaaamm) de las promesas a informar
      *   PM-DIAS-PLAZO: dias que tiene el socio para cumplir
      *   PM-MIN-INCUMPLIDAS: promesas rotas que lo mandan al extracto
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 PM-PERIODO         PIC 9(06).
           05 PM-DIAS-PLAZO      PIC 9(03).
           05 PM-MIN-INCUMPLIDAS PIC 9(02).

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

      * RETORNO DEL SISTEMA DE COBRANZAS (mismo layout que en
      * BCOSOC01) - RT-RESULT: P = promesa de pago / I = incobrable /
      * L = ilocalizable / C = plan de pago (convenio)
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RT-SUC             PIC 9(03).
           05 RT-SOCIO           PIC 9(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

      * ORDENAMIENTO DEL RETORNO POR SUCURSAL/SOCIO/FECHA
       SD  RETORNO-ORDEN.
       01  RETORNO-ORDEN-REC.
           05 RS-SUC             PIC 9(03).
           05 RS-SOCIO           PIC 9(10).
           05 RS-FECHA           PIC 9(08).
           05 RS-RESULT          PIC X(01).

      * COPIA ORDENADA DEL RETORNO (archivo de trabajo)
       FD  PROMESAS-FILE.
       01  PROMESA-REC.
           05 PR-CLAVE.
              10 PR-SUC          PIC 9(03).
              10 PR-SOCIO        PIC 9(10).
           05 PR-FECHA           PIC 9(08).
           05 PR-FECHA-R REDEFINES PR-FECHA.
              10 PR-FEC-AA       PIC 9(04).
              10 PR-FEC-MM       PIC 9(02).
              10 PR-FEC-DD       PIC 9(02).
           05 PR-RESULT          PIC X(01).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC04: hora, vencimiento previo y referencias como
      * caracteres porque los registros viejos las traen en blanco)
      *   HM-TIPO: P = pago / D = debito / R = contrasiento /
      *            I = interes punitorio devengado / C = castigo /
      *            S = saldo de apertura (depuracion, BCOSOC15)
       FD  HISTORIAL-FILE.
       01  HISTORIAL-REC.
           05 HM-SUC             PIC 9(03).
           05 HM-SOCIO           PIC 9(10).
           05 HM-FECHA           PIC 9(08).
           05 HM-TIPO            PIC X(01).
           05 HM-IMPORTE         PIC 9(09)V99.
           05 HM-SALDO-ANT       PIC S9(09)V99.
           05 HM-SALDO-POST      PIC S9(09)V99.
           05 HM-HORA            PIC X(08).
           05 HM-FEC-VENC-ANT    PIC X(08).
           05 HM-REF-FECHA       PIC X(08).
           05 HM-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).

       SD  HISTORIAL-ORDEN.
       01  HISTORIAL-ORDEN-REC.
           05 HS-SUC             PIC 9(03).
           05 HS-SOCIO           PIC 9(10).
           05 HS-FECHA           PIC 9(08).
           05 HS-TIPO            PIC X(01).
           05 HS-IMPORTE         PIC 9(09)V99.
           05 HS-SALDO-ANT       PIC S9(09)V99.
           05 HS-SALDO-POST      PIC S9(09)V99.
           05 HS-HORA            PIC X(08).
           05 HS-FEC-VENC-ANT    PIC X(08).
           05 HS-REF-FECHA       PIC X(08).
           05 HS-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).

      * COPIA ORDENADA DEL HISTORIAL (archivo de trabajo)
       FD  TRABAJO-FILE.
       01  TRABAJO-REC.
           05 TR-CLAVE.
              10 TR-SUC          PIC 9(03).
              10 TR-SOCIO        PIC 9(10).
           05 TR-FECHA           PIC 9(08).
           05 TR-TIPO            PIC X(01).
           05 TR-IMPORTE         PIC 9(09)V99.
           05 TR-SALDO-ANT       PIC S9(09)V99.
           05 TR-SALDO-POST      PIC S9(09)V99.
           05 TR-HORA            PIC X(08).
           05 TR-FEC-VENC-ANT    PIC X(08).
           05 TR-VENC-ANT-N REDEFINES TR-FEC-VENC-ANT PIC 9(08).
           05 TR-REF-FECHA       PIC X(08).
           05 TR-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).

      * SOCIOS CON PROMESAS INCUMPLIDAS REPETIDAS: BCOSOC01 no los
      * deja fuera del extracto por una promesa de pago
       FD  INCUMPLIDAS-FILE.
       01  INCUMPLIDA-REC.
           05 PI-SUC             PIC 9(03).
           05 PI-SOCIO           PIC 9(10).
           05 PI-CANT            PIC 9(03).
           05 PI-FEC-ULTIMA      PIC 9(08).
           05 PI-FEC-INFORME     PIC 9(08).
           05 FILLER             PIC X(08).

      * INFORME DE CUMPLIMIENTO DE PROMESAS
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(132).

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
                  "Cumplimiento de promesas de pago - ".
           03 filler pic x(08) value "periodo ".
           03 l-periodo pic 9(06).
           03 filler pic x(16) value "  plazo (dias): ".
           03 l-plazo pic zz9.
           03 filler pic x(13) value "  emitido el ".
           03 l-fecha pic 9(08).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(10) value "Promesa".
           03 filler pic x(10) value "Plazo".
           03 filler pic x(06) value "Banda".
           03 filler pic x(16) value "   Deuda a fecha".
           03 filler pic x(16) value "      Recuperado".
           03 filler pic x(14) value "  Resultado".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-det-fecha pic 9(08).
           03 filler pic x(02) value spaces.
           03 l-det-limite pic 9(08).
           03 filler pic x(04) value spaces.
           03 l-det-banda pic x(01).
           03 filler pic x(02) value spaces.
           03 l-det-deuda pic zzz.zzz.zz9,99.
           03 filler pic x(02) value spaces.
           03 l-det-recuperado pic zzz.zzz.zz9,99.
           03 filler pic x(03) value spaces.
           03 l-det-resultado pic x(20).
       01  lin-res-titulo.
           03 filler pic x(51) value
              "Resumen por sucursal y banda de mora a la fecha de ".
           03 filler pic x(11) value "la promesa".
       01  lin-res-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(21) value "Banda".
           03 filler pic x(10) value " Cumplidas".
           03 filler pic x(10) value " En parte".
           03 filler pic x(12) value " Incumplidas".
           03 filler pic x(10) value " En curso".
           03 filler pic x(10) value " Sin hist.".
           03 filler pic x(20) value "       Recuperado".
       01  lin-res-detalle.
           03 l-res-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-res-banda pic x(20).
           03 filler pic x(01) value spaces.
           03 l-res-cumplidas pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-res-parciales pic zzzzzzzz9.
           03 filler pic x(03) value spaces.
           03 l-res-incumplidas pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-res-en-curso pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-res-sin-hist pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-res-recuperado pic zzz.zzz.zzz.zz9,99.
       01  lin-inc-titulo.
           03 filler pic x(51) value
              "Socios con promesas incumplidas repetidas (vuelven ".
           03 filler pic x(26) value "al extracto) - minimo: ".
           03 l-inc-minimo pic z9.
       01  lin-inc-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(14) value "Incumplidas".
           03 filler pic x(16) value "Ultima promesa".
           03 filler pic x(16) value "   Saldo actual".
       01  lin-inc-detalle.
           03 l-inc-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-inc-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-inc-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-inc-cant pic zzzzzzzzz9.
           03 filler pic x(04) value spaces.
           03 l-inc-fecha pic 9(08).
           03 filler pic x(04) value spaces.
           03 l-inc-saldo pic ---.---.--9,99.
       01  lin-totales.
           03 filler pic x(26) value "Promesas del periodo    : ".
           03 l-tot-promesas pic zzzzzzzz9.
           03 filler pic x(30) value "   Socios que vuelven al extr.".
           03 filler pic x(03) value ": ".
           03 l-tot-incumplidores pic zzzzzzzz9.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-params      pic x(02).
           03 ws-fs-socios      pic x(02).
           03 ws-fs-retorno     pic x(02).
           03 ws-fs-promesas    pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-trabajo     pic x(02).
           03 ws-fs-incumplidas pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).

       01  ws-switches.
           03 ws-sw-eof-promesas   pic x(01) value "N".
              88 ws-eof-promesas        value "S".
           03 ws-sw-eof-trabajo    pic x(01) value "N".
              88 ws-eof-trabajo         value "S".
           03 ws-sw-eof-incumplidas pic x(01) value "N".
              88 ws-eof-incumplidas     value "S".
           03 ws-sw-hay-historial  pic x(01) value "N".
              88 ws-hay-historial       value "S".
           03 ws-sw-socio-existe   pic x(01) value "N".
              88 ws-socio-existe        value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-hoy-r redefines ws-fecha-hoy.
              05 ws-hoy-aa      pic 9(04).
              05 ws-hoy-mm      pic 9(02).
              05 ws-hoy-dd      pic 9(02).
           03 ws-hoy-dias       pic s9(09) comp.

      * parametros: sin PROMPARM se informa el mes anterior, con el
      * mismo plazo de 30 dias que BCOSOC01 da a una promesa vigente
      * y dos promesas rotas como tope
       01  ws-parametros.
           03 ws-periodo        pic 9(06).
           03 ws-periodo-r redefines ws-periodo.
              05 ws-per-aa      pic 9(04).
              05 ws-per-mm      pic 9(02).
           03 ws-dias-plazo     pic 9(03) value 30.
           03 ws-min-incumplidas pic 9(02) value 2.

      * socio en curso del cruce y sus promesas (todas las que trae
      * el retorno, de cualquier periodo: las incumplidas se cuentan
      * sobre toda la historia de gestion)
       01  ws-grupo.
           03 ws-grp-clave.
              05 ws-grp-suc     pic 9(03).
              05 ws-grp-socio   pic 9(10).
           03 ws-grp-incumplidas pic 9(03) comp.
           03 ws-grp-fec-ultima pic 9(08).

       01  ws-tabla-promesas.
           03 ws-cant-pro       pic 9(03) comp.
           03 ws-pro-e occurs 200 times.
              05 ws-pro-fecha     pic 9(08).
              05 ws-pro-limite    pic 9(08).
              05 ws-pro-sw-ref    pic x(01).
                 88 ws-pro-con-ref      value "S".
              05 ws-pro-sw-hist   pic x(01).
                 88 ws-pro-sin-historia value "S".
              05 ws-pro-saldo     pic s9(09)v99.
              05 ws-pro-venc      pic 9(08).
              05 ws-pro-recuperado pic s9(11)v99.
           03 ws-ix-pro         pic 9(03) comp.

      * clasificacion de una promesa
       01  ws-clasificacion.
           03 ws-deuda          pic 9(09)v99.
           03 ws-recuperado     pic 9(11)v99.
           03 ws-dias-atraso    pic s9(09) comp.
           03 ws-banda          pic 9(01).
           03 ws-resultado      pic x(01).
              88 ws-res-cumplida        value "C".
              88 ws-res-parcial         value "P".
              88 ws-res-incumplida      value "I".
              88 ws-res-en-curso        value "E".
              88 ws-res-sin-historia    value "H".
           03 ws-nombre         pic x(20).

      * resumen del periodo por sucursal (posicion = sucursal + 1) y
      * banda (1 a 4 como en BCOSOC01, 5 = sin dato de vencimiento)
       01  ws-tabla-resumen.
           03 ws-res-e occurs 1000 times.
              05 ws-res-usada     pic x(01).
              05 ws-res-banda-e occurs 5 times.
                 10 ws-rb-cumplidas   pic 9(07) comp.
                 10 ws-rb-parciales   pic 9(07) comp.
                 10 ws-rb-incumplidas pic 9(07) comp.
                 10 ws-rb-en-curso    pic 9(07) comp.
                 10 ws-rb-sin-hist    pic 9(07) comp.
                 10 ws-rb-recuperado  pic 9(11)v99.
           03 ws-ix-suc         pic 9(04) comp.
           03 ws-ix-banda       pic 9(01).

      * totales del banco por banda (mismo orden que el resumen)
       01  ws-tabla-totales.
           03 ws-tot-banda-e occurs 5 times.
              05 ws-tb-cumplidas   pic 9(07) comp.
              05 ws-tb-parciales   pic 9(07) comp.
              05 ws-tb-incumplidas pic 9(07) comp.
              05 ws-tb-en-curso    pic 9(07) comp.
              05 ws-tb-sin-hist    pic 9(07) comp.
              05 ws-tb-recuperado  pic 9(13)v99.

       01  ws-bandas-desc.
           03 filler pic x(20) value "Mas de 90 dias".
           03 filler pic x(20) value "Entre 61 y 90 dias".
           03 filler pic x(20) value "Entre 31 y 60 dias".
           03 filler pic x(20) value "Hasta 30 dias".
           03 filler pic x(20) value "Sin dato de venc.".
       01  ws-bandas-desc-r redefines ws-bandas-desc.
           03 ws-banda-desc     pic x(20) occurs 5 times.

       01  ws-contadores.
           03 ws-cant-retorno   pic 9(07) comp value zero.
           03 ws-cant-promesas  pic 9(07) comp value zero.
           03 ws-cant-periodo   pic 9(07) comp value zero.
           03 ws-cant-incumplidores pic 9(07) comp value zero.
           03 ws-cant-excedidas pic 9(07) comp value zero.

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
           PERFORM 2000-ORDENAR-ARCHIVOS THRU 2000-EXIT.
           PERFORM 3000-CRUZAR-PROMESAS THRU 3000-EXIT.
           PERFORM 5000-IMPRIMIR-RESUMEN THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-INCUMPLIDAS THRU 6000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - parametros, apertura de archivos y tablas
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE ws-hoy-dias = FUNCTION INTEGER-OF-DATE(ws-fecha-hoy).
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN INPUT SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN OUTPUT INCUMPLIDAS-FILE.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "incumplidores - file status " WS-FS-INCUMPLIDAS
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el informe de "
                       "promesas - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM 1010-LIMPIAR-SUCURSAL THRU 1010-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           PERFORM 1030-LIMPIAR-TOTAL THRU 1030-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 5.
           MOVE ws-periodo    TO l-periodo.
           MOVE ws-dias-plazo TO l-plazo.
           MOVE ws-fecha-hoy  TO l-fecha.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-SUCURSAL.
           MOVE "N" TO ws-res-usada(ws-ix-suc).
           PERFORM 1020-LIMPIAR-BANDA THRU 1020-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 5.
       1010-EXIT.
           EXIT.

       1020-LIMPIAR-BANDA.
           MOVE ZERO TO ws-rb-cumplidas(ws-ix-suc, ws-ix-banda).
           MOVE ZERO TO ws-rb-parciales(ws-ix-suc, ws-ix-banda).
           MOVE ZERO TO ws-rb-incumplidas(ws-ix-suc, ws-ix-banda).
           MOVE ZERO TO ws-rb-en-curso(ws-ix-suc, ws-ix-banda).
           MOVE ZERO TO ws-rb-sin-hist(ws-ix-suc, ws-ix-banda).
           MOVE ZERO TO ws-rb-recuperado(ws-ix-suc, ws-ix-banda).
       1020-EXIT.
           EXIT.

       1030-LIMPIAR-TOTAL.
           MOVE ZERO TO ws-tb-cumplidas(ws-ix-banda).
           MOVE ZERO TO ws-tb-parciales(ws-ix-banda).
           MOVE ZERO TO ws-tb-incumplidas(ws-ix-banda).
           MOVE ZERO TO ws-tb-en-curso(ws-ix-banda).
           MOVE ZERO TO ws-tb-sin-hist(ws-ix-banda).
           MOVE ZERO TO ws-tb-recuperado(ws-ix-banda).
       1030-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - periodo (por omision el mes anterior), plazo de la
      * promesa en dias y cantidad de incumplidas que devuelve el
      * socio al extracto
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           IF ws-hoy-mm = 1
               COMPUTE ws-per-aa = ws-hoy-aa - 1
               MOVE 12 TO ws-per-mm
           ELSE
               MOVE ws-hoy-aa TO ws-per-aa
               COMPUTE ws-per-mm = ws-hoy-mm - 1
           END-IF.
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
           IF PM-PERIODO NUMERIC AND PM-PERIODO NOT = ZERO
               MOVE PM-PERIODO TO ws-periodo
               IF ws-per-mm < 1 OR ws-per-mm > 12
                   DISPLAY "ERROR: periodo invalido en PROMPARM: "
                           PM-PERIODO
                   STOP RUN
               END-IF
           END-IF.
           IF PM-DIAS-PLAZO NUMERIC AND PM-DIAS-PLAZO > ZERO
               MOVE PM-DIAS-PLAZO TO ws-dias-plazo
           ELSE
               MOVE "PROMPARM"     TO ws-exc-campo
               MOVE PM-DIAS-PLAZO  TO ws-exc-valor
               MOVE "Plazo de la promesa invalido, por omision"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
           IF PM-MIN-INCUMPLIDAS NUMERIC AND PM-MIN-INCUMPLIDAS > ZERO
               MOVE PM-MIN-INCUMPLIDAS TO ws-min-incumplidas
           ELSE
               MOVE "PROMPARM"     TO ws-exc-campo
               MOVE PM-MIN-INCUMPLIDAS TO ws-exc-valor
               MOVE "Minimo de incumplidas invalido, por omision"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - el retorno y el historial se ordenan por sucursal,
      * socio y fecha para cruzarlos en una sola pasada; sin
      * retorno no hay promesas que informar
      ******************************************************************
       2000-ORDENAR-ARCHIVOS.
           OPEN INPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               DISPLAY "AVISO: sin archivo RETORNO, no hay promesas "
                       "que informar"
               MOVE "S" TO ws-sw-eof-promesas
               GO TO 2000-EXIT
           END-IF.
           CLOSE RETORNO-FILE.
           SORT RETORNO-ORDEN
               ON ASCENDING KEY RS-SUC RS-SOCIO RS-FECHA
               USING RETORNO-FILE
               GIVING PROMESAS-FILE.
           OPEN INPUT PROMESAS-FILE.
           IF WS-FS-PROMESAS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el retorno ordenado "
                       "- file status " WS-FS-PROMESAS
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "AVISO: sin archivo HISTMOV, ninguna promesa "
                       "tiene pagos"
               MOVE "S" TO ws-sw-eof-trabajo
               GO TO 2000-EXIT
           END-IF.
           CLOSE HISTORIAL-FILE.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY HS-SUC HS-SOCIO HS-FECHA HS-HORA
               USING HISTORIAL-FILE
               GIVING TRABAJO-FILE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial "
                       "ordenado - file status " WS-FS-TRABAJO
               STOP RUN
           END-IF.
           MOVE "S" TO ws-sw-hay-historial.
           PERFORM 2200-LEER-TRABAJO THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100 - lectura del retorno ordenado: solo cuentan las
      * promesas, y una fecha rota va al log como en BCOSOC01
      ******************************************************************
       2100-LEER-PROMESA.
           READ PROMESAS-FILE
               AT END
                   SET ws-eof-promesas TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ws-cant-retorno.
           IF PR-RESULT NOT = "P"
               GO TO 2100-LEER-PROMESA
           END-IF.
           IF PR-FECHA NOT NUMERIC
               OR PR-FEC-MM < 1 OR PR-FEC-MM > 12
               OR PR-FEC-DD < 1 OR PR-FEC-DD > 31
               MOVE "RETORNO"      TO ws-exc-campo
               MOVE PR-FECHA       TO ws-exc-valor
               MOVE "Fecha de promesa invalida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-LEER-PROMESA
           END-IF.
           ADD 1 TO ws-cant-promesas.
       2100-EXIT.
           EXIT.

       2200-LEER-TRABAJO.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - cruce por socio: se juntan sus promesas, se recorre
      * su historial una vez y se clasifica cada promesa
      ******************************************************************
       3000-CRUZAR-PROMESAS.
           IF ws-eof-promesas
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-LEER-PROMESA THRU 2100-EXIT.
           PERFORM 3100-PROCESAR-SOCIO THRU 3100-EXIT
               UNTIL ws-eof-promesas.
           CLOSE PROMESAS-FILE.
           IF ws-hay-historial
               CLOSE TRABAJO-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCESAR-SOCIO.
           MOVE PR-CLAVE TO ws-grp-clave.
           MOVE ZERO     TO ws-cant-pro.
           PERFORM 3200-GUARDAR-PROMESA THRU 3200-EXIT
               UNTIL ws-eof-promesas OR PR-CLAVE NOT = ws-grp-clave.
           PERFORM 3300-SALTEAR-HISTORIAL THRU 3300-EXIT
               UNTIL ws-eof-trabajo OR TR-CLAVE NOT < ws-grp-clave.
           PERFORM 3400-RECORRER-HISTORIAL THRU 3400-EXIT
               UNTIL ws-eof-trabajo OR TR-CLAVE NOT = ws-grp-clave.
           PERFORM 3500-BUSCAR-SOCIO THRU 3500-EXIT.
           MOVE ZERO TO ws-grp-incumplidas.
           MOVE ZERO TO ws-grp-fec-ultima.
           PERFORM 4000-CLASIFICAR-PROMESA THRU 4000-EXIT
               VARYING ws-ix-pro FROM 1 BY 1
               UNTIL ws-ix-pro > ws-cant-pro.
           IF ws-grp-incumplidas NOT < ws-min-incumplidas
               PERFORM 4500-GRABAR-INCUMPLIDOR THRU 4500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      * la misma promesa repetida en el retorno (mismo dia) cuenta
      * una sola vez
       3200-GUARDAR-PROMESA.
           IF ws-cant-pro > ZERO
               IF PR-FECHA = ws-pro-fecha(ws-cant-pro)
                   GO TO 3200-SIGUIENTE
               END-IF
           END-IF.
           IF ws-cant-pro NOT < 200
               MOVE "RETORNO"      TO ws-exc-campo
               MOVE PR-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Mas de 200 promesas del socio, ignorada"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               ADD 1 TO ws-cant-excedidas
               GO TO 3200-SIGUIENTE
           END-IF.
           ADD 1 TO ws-cant-pro.
           MOVE PR-FECHA TO ws-pro-fecha(ws-cant-pro).
           COMPUTE ws-pro-limite(ws-cant-pro) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PR-FECHA) + ws-dias-plazo).
           MOVE "N"  TO ws-pro-sw-ref(ws-cant-pro).
           MOVE "N"  TO ws-pro-sw-hist(ws-cant-pro).
           MOVE ZERO TO ws-pro-saldo(ws-cant-pro).
           MOVE ZERO TO ws-pro-venc(ws-cant-pro).
           MOVE ZERO TO ws-pro-recuperado(ws-cant-pro).
       3200-SIGUIENTE.
           PERFORM 2100-LEER-PROMESA THRU 2100-EXIT.
       3200-EXIT.
           EXIT.

      * movimientos de socios sin promesas
       3300-SALTEAR-HISTORIAL.
           PERFORM 2200-LEER-TRABAJO THRU 2200-EXIT.
       3300-EXIT.
           EXIT.

       3400-RECORRER-HISTORIAL.
           PERFORM 3410-APLICAR-MOVIMIENTO THRU 3410-EXIT
               VARYING ws-ix-pro FROM 1 BY 1
               UNTIL ws-ix-pro > ws-cant-pro.
           PERFORM 2200-LEER-TRABAJO THRU 2200-EXIT.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3410 - un movimiento del socio contra una de sus promesas:
      * el primer movimiento desde la fecha de la promesa trae el
      * saldo y el vencimiento que tenia el socio ese dia (saldo y
      * vencimiento anteriores); los pagos dentro del plazo suman a
      * lo recuperado y el reverso de un pago lo descuenta. Si la
      * depuracion dejo el saldo de apertura despues de la promesa,
      * sus pagos ya no estan en el historial y no se la juzga
      ******************************************************************
       3410-APLICAR-MOVIMIENTO.
           IF TR-FECHA < ws-pro-fecha(ws-ix-pro)
               GO TO 3410-EXIT
           END-IF.
           IF NOT ws-pro-con-ref(ws-ix-pro)
               MOVE "S" TO ws-pro-sw-ref(ws-ix-pro)
               IF TR-TIPO = "S"
                   MOVE "S" TO ws-pro-sw-hist(ws-ix-pro)
                   GO TO 3410-EXIT
               END-IF
               MOVE TR-SALDO-ANT TO ws-pro-saldo(ws-ix-pro)
               IF TR-FEC-VENC-ANT NUMERIC
                   MOVE TR-VENC-ANT-N TO ws-pro-venc(ws-ix-pro)
               END-IF
           END-IF.
           IF TR-FECHA > ws-pro-limite(ws-ix-pro)
               GO TO 3410-EXIT
           END-IF.
           IF TR-TIPO = "P"
               ADD TR-IMPORTE TO ws-pro-recuperado(ws-ix-pro)
           END-IF.
           IF TR-TIPO = "R" AND TR-SALDO-POST < TR-SALDO-ANT
               SUBTRACT TR-IMPORTE FROM ws-pro-recuperado(ws-ix-pro)
           END-IF.
       3410-EXIT.
           EXIT.

       3500-BUSCAR-SOCIO.
           MOVE "N" TO ws-sw-socio-existe.
           MOVE SPACES TO ws-nombre.
           MOVE ws-grp-suc   TO SM-SUC.
           MOVE ws-grp-socio TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE "(no esta en SOCIOS)" TO ws-nombre
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
                   MOVE SM-NOMBRE TO ws-nombre
           END-READ.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - clasificacion de una promesa. Sin movimientos desde la
      * promesa, el saldo y el vencimiento de ese dia son los
      * actuales del maestro. Cumplida: lo pagado en el plazo cubre
      * la deuda de ese dia; en parte: pago algo; incumplida: nada.
      * Mientras el plazo no vence y no esta cubierta, esta en curso
      ******************************************************************
       4000-CLASIFICAR-PROMESA.
           IF NOT ws-pro-con-ref(ws-ix-pro) AND ws-socio-existe
               MOVE SM-SALDO    TO ws-pro-saldo(ws-ix-pro)
               MOVE SM-FEC-VENC TO ws-pro-venc(ws-ix-pro)
           END-IF.
           IF ws-pro-saldo(ws-ix-pro) < ZERO
               COMPUTE ws-deuda = ZERO - ws-pro-saldo(ws-ix-pro)
           ELSE
               MOVE ZERO TO ws-deuda
           END-IF.
           IF ws-pro-recuperado(ws-ix-pro) > ZERO
               MOVE ws-pro-recuperado(ws-ix-pro) TO ws-recuperado
           ELSE
               MOVE ZERO TO ws-recuperado
           END-IF.
           PERFORM 4100-BANDA-PROMESA THRU 4100-EXIT.
           EVALUATE TRUE
               WHEN ws-pro-sin-historia(ws-ix-pro)
                   MOVE "H" TO ws-resultado
               WHEN ws-recuperado NOT < ws-deuda
                   MOVE "C" TO ws-resultado
               WHEN ws-pro-limite(ws-ix-pro) NOT < ws-fecha-hoy
                   MOVE "E" TO ws-resultado
               WHEN ws-recuperado > ZERO
                   MOVE "P" TO ws-resultado
               WHEN OTHER
                   MOVE "I" TO ws-resultado
           END-EVALUATE.
           IF ws-res-incumplida
               ADD 1 TO ws-grp-incumplidas
               MOVE ws-pro-fecha(ws-ix-pro) TO ws-grp-fec-ultima
           END-IF.
           IF ws-pro-fecha(ws-ix-pro)(1:6) = ws-periodo
               PERFORM 4200-INFORMAR-PROMESA THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      * banda de mora a la fecha de la promesa, con los mismos
      * cortes que BCOSOC01 (dias desde el vencimiento)
       4100-BANDA-PROMESA.
           MOVE 5 TO ws-banda.
           IF ws-pro-venc(ws-ix-pro) = ZERO
               GO TO 4100-EXIT
           END-IF.
           COMPUTE ws-dias-atraso =
               FUNCTION INTEGER-OF-DATE(ws-pro-fecha(ws-ix-pro))
               - FUNCTION INTEGER-OF-DATE(ws-pro-venc(ws-ix-pro)).
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
       4100-EXIT.
           EXIT.

       4200-INFORMAR-PROMESA.
           ADD 1 TO ws-cant-periodo.
           MOVE ws-grp-suc              TO l-det-suc.
           MOVE ws-grp-socio            TO l-det-socio.
           MOVE ws-nombre               TO l-det-nombre.
           MOVE ws-pro-fecha(ws-ix-pro) TO l-det-fecha.
           MOVE ws-pro-limite(ws-ix-pro) TO l-det-limite.
           MOVE ws-banda                TO l-det-banda.
           MOVE ws-deuda                TO l-det-deuda.
           MOVE ws-recuperado           TO l-det-recuperado.
           EVALUATE TRUE
               WHEN ws-res-cumplida
                   MOVE "Cumplida"            TO l-det-resultado
               WHEN ws-res-parcial
                   MOVE "Cumplida en parte"   TO l-det-resultado
               WHEN ws-res-incumplida
                   MOVE "INCUMPLIDA"          TO l-det-resultado
               WHEN ws-res-en-curso
                   MOVE "En curso"            TO l-det-resultado
               WHEN OTHER
                   MOVE "Sin historial"       TO l-det-resultado
           END-EVALUATE.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           COMPUTE ws-ix-suc = ws-grp-suc + 1.
           MOVE "S" TO ws-res-usada(ws-ix-suc).
           EVALUATE TRUE
               WHEN ws-res-cumplida
                   ADD 1 TO ws-rb-cumplidas(ws-ix-suc, ws-banda)
                   ADD 1 TO ws-tb-cumplidas(ws-banda)
               WHEN ws-res-parcial
                   ADD 1 TO ws-rb-parciales(ws-ix-suc, ws-banda)
                   ADD 1 TO ws-tb-parciales(ws-banda)
               WHEN ws-res-incumplida
                   ADD 1 TO ws-rb-incumplidas(ws-ix-suc, ws-banda)
                   ADD 1 TO ws-tb-incumplidas(ws-banda)
               WHEN ws-res-en-curso
                   ADD 1 TO ws-rb-en-curso(ws-ix-suc, ws-banda)
                   ADD 1 TO ws-tb-en-curso(ws-banda)
               WHEN OTHER
                   ADD 1 TO ws-rb-sin-hist(ws-ix-suc, ws-banda)
                   ADD 1 TO ws-tb-sin-hist(ws-banda)
           END-EVALUATE.
           ADD ws-recuperado TO ws-rb-recuperado(ws-ix-suc, ws-banda).
           ADD ws-recuperado TO ws-tb-recuperado(ws-banda).
       4200-EXIT.
           EXIT.

       4500-GRABAR-INCUMPLIDOR.
           MOVE ws-grp-suc         TO PI-SUC.
           MOVE ws-grp-socio       TO PI-SOCIO.
           MOVE ws-grp-incumplidas TO PI-CANT.
           MOVE ws-grp-fec-ultima  TO PI-FEC-ULTIMA.
           MOVE ws-fecha-hoy       TO PI-FEC-INFORME.
           WRITE INCUMPLIDA-REC.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "incumplidores - file status "
                       WS-FS-INCUMPLIDAS
               STOP RUN
           END-IF.
           ADD 1 TO ws-cant-incumplidores.
       4500-EXIT.
           EXIT.
      ******************************************************************
      * 5000 - resumen del periodo por sucursal y banda, y total del
      * banco por banda
      ******************************************************************
       5000-IMPRIMIR-RESUMEN.
           WRITE LISTADO-REC FROM lin-res-titulo
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-res-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 5100-IMPRIMIR-SUCURSAL THRU 5100-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           MOVE SPACES TO LISTADO-REC.
           WRITE LISTADO-REC
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 5.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-SUCURSAL.
           IF ws-res-usada(ws-ix-suc) NOT = "S"
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-IMPRIMIR-BANDA THRU 5200-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 5.
       5100-EXIT.
           EXIT.

       5200-IMPRIMIR-BANDA.
           IF ws-rb-cumplidas(ws-ix-suc, ws-ix-banda)
               + ws-rb-parciales(ws-ix-suc, ws-ix-banda)
               + ws-rb-incumplidas(ws-ix-suc, ws-ix-banda)
               + ws-rb-en-curso(ws-ix-suc, ws-ix-banda)
               + ws-rb-sin-hist(ws-ix-suc, ws-ix-banda) = ZERO
               GO TO 5200-EXIT
           END-IF.
           COMPUTE l-res-suc = ws-ix-suc - 1.
           MOVE ws-banda-desc(ws-ix-banda) TO l-res-banda.
           MOVE ws-rb-cumplidas(ws-ix-suc, ws-ix-banda)
                                           TO l-res-cumplidas.
           MOVE ws-rb-parciales(ws-ix-suc, ws-ix-banda)
                                           TO l-res-parciales.
           MOVE ws-rb-incumplidas(ws-ix-suc, ws-ix-banda)
                                           TO l-res-incumplidas.
           MOVE ws-rb-en-curso(ws-ix-suc, ws-ix-banda)
                                           TO l-res-en-curso.
           MOVE ws-rb-sin-hist(ws-ix-suc, ws-ix-banda)
                                           TO l-res-sin-hist.
           MOVE ws-rb-recuperado(ws-ix-suc, ws-ix-banda)
                                           TO l-res-recuperado.
           WRITE LISTADO-REC FROM lin-res-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       5200-EXIT.
           EXIT.

       5300-IMPRIMIR-TOTAL.
           MOVE ZERO TO l-res-suc.
           MOVE ws-banda-desc(ws-ix-banda) TO l-res-banda.
           MOVE ws-tb-cumplidas(ws-ix-banda)   TO l-res-cumplidas.
           MOVE ws-tb-parciales(ws-ix-banda)   TO l-res-parciales.
           MOVE ws-tb-incumplidas(ws-ix-banda) TO l-res-incumplidas.
           MOVE ws-tb-en-curso(ws-ix-banda)    TO l-res-en-curso.
           MOVE ws-tb-sin-hist(ws-ix-banda)    TO l-res-sin-hist.
           MOVE ws-tb-recuperado(ws-ix-banda)  TO l-res-recuperado.
           WRITE LISTADO-REC FROM lin-res-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       5300-EXIT.
           EXIT.
      ******************************************************************
      * 6000 - lista de socios que vuelven al extracto, releida del
      * archivo PROMINC que se acaba de grabar
      ******************************************************************
       6000-IMPRIMIR-INCUMPLIDAS.
           CLOSE INCUMPLIDAS-FILE.
           MOVE ws-min-incumplidas TO l-inc-minimo.
           WRITE LISTADO-REC FROM lin-inc-titulo
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-inc-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           OPEN INPUT INCUMPLIDAS-FILE.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               DISPLAY "ERROR: no se pudo releer el archivo de "
                       "incumplidores - file status " WS-FS-INCUMPLIDAS
               STOP RUN
           END-IF.
           PERFORM 6100-LEER-INCUMPLIDA THRU 6100-EXIT.
           PERFORM 6200-IMPRIMIR-INCUMPLIDA THRU 6200-EXIT
               UNTIL ws-eof-incumplidas.
           CLOSE INCUMPLIDAS-FILE.
           MOVE ws-cant-periodo       TO l-tot-promesas.
           MOVE ws-cant-incumplidores TO l-tot-incumplidores.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6000-EXIT.
           EXIT.

       6100-LEER-INCUMPLIDA.
           READ INCUMPLIDAS-FILE
               AT END
                   SET ws-eof-incumplidas TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

       6200-IMPRIMIR-INCUMPLIDA.
           MOVE PI-SUC   TO ws-grp-suc.
           MOVE PI-SOCIO TO ws-grp-socio.
           PERFORM 3500-BUSCAR-SOCIO THRU 3500-EXIT.
           MOVE PI-SUC        TO l-inc-suc.
           MOVE PI-SOCIO      TO l-inc-socio.
           MOVE ws-nombre     TO l-inc-nombre.
           MOVE PI-CANT       TO l-inc-cant.
           MOVE PI-FEC-ULTIMA TO l-inc-fecha.
           IF ws-socio-existe
               MOVE SM-SALDO  TO l-inc-saldo
           ELSE
               MOVE ZERO      TO l-inc-saldo
           END-IF.
           WRITE LISTADO-REC FROM lin-inc-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6100-LEER-INCUMPLIDA THRU 6100-EXIT.
       6200-EXIT.
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
      * 8100 - escritura controlada del informe
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el informe de "
                       "promesas - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           CLOSE SOCIOS-FILE.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Registros de RETORNO  : " ws-cant-retorno.
           DISPLAY "Promesas leidas       : " ws-cant-promesas.
           DISPLAY "Promesas del periodo  : " ws-cant-periodo.
           DISPLAY "Vuelven al extracto   : " ws-cant-incumplidores.
           IF ws-cant-excedidas > ZERO
               DISPLAY "Promesas ignoradas    : " ws-cant-excedidas
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC16.

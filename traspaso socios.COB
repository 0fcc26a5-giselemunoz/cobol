      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Traspaso de socios entre sucursales: un socio por
      *             pedido, o todos los socios de una sucursal que
      *             cierra, pasan a la sucursal destino con clave
      *             nueva (el numero siguiente al mas alto que la
      *             sucursal destino haya usado en cualquier archivo
      *             de la cadena). Se reclavan de una vez el maestro
      *             y todos los archivos que cuelgan de la clave
      *             (CONVENIO, CUOTAS, DOMICILI, PENDNOV, CASTIGOS,
      *             DEVENGA, ADHESION, DEBITOS, HISTMOV, MOVRECH,
      *             RETORNO y PROMINC), la clave vieja queda en la
      *             referencia cruzada TRASXREF (la usan BCOSOC04 y
      *             BCOSOC09 para encontrar la cuenta), cada traspaso
      *             va a la pista de auditoria AUDITORI y el listado
      *             TRASLIST cuadra cantidades y saldos que salen de
      *             las sucursales origen contra los que entran en
      *             las sucursales destino.
      * Tectonics:  cobc -x "traspaso socios.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  TRASMAPA sobrevive a una corrida cortada: la
      *                 siguiente completa los secuenciales de esos
      *                 traspasos; traduccion por la cadena de TRASXREF.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC19.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NOVEDADES-FILE ASSIGN TO "TRASNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDAD.

           SELECT SOCIOS-FILE ASSIGN TO "SOCIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               ALTERNATE RECORD KEY IS SM-DNI
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SOCIOS.

           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCURSALES.

           SELECT TRASPASOS-FILE ASSIGN TO "TRASXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE-ANT
               ALTERNATE RECORD KEY IS XR-CLAVE-NUEVA
               FILE STATUS IS WS-FS-XREF.

           SELECT MAPA-FILE ASSIGN TO "TRASMAPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-CLAVE-ANT
               FILE STATUS IS WS-FS-MAPA.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

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

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CLAVE
               FILE STATUS IS WS-FS-DOMICILIOS.

           SELECT PENDIENTES-FILE ASSIGN TO "PENDNOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-FS-CASTIGOS.

           SELECT DEVENGADOS-FILE ASSIGN TO "DEVENGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS WS-FS-DEVENGA.

           SELECT ADHESIONES-FILE ASSIGN TO "ADHESION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLAVE
               FILE STATUS IS WS-FS-ADHESIONES.

           SELECT DEBITOS-FILE ASSIGN TO "DEBITOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CLAVE
               FILE STATUS IS WS-FS-DEBITOS.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT RECHAZOS-FILE ASSIGN TO "MOVRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

           SELECT RETORNO-FILE ASSIGN TO "RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT INCUMPLIDAS-FILE ASSIGN TO "PROMINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCUMPLIDAS.

           SELECT TRABAJO-FILE ASSIGN TO "TRASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT LISTADO-FILE ASSIGN TO "TRASLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * PEDIDOS DE TRASPASO: uno por registro
      *   TN-TIPO: S = un socio / C = cierre, todos los socios de la
      *            sucursal origen (TN-SOCIO no se usa)
      *   TN-OPERADOR: legajo del operador que cargo el pedido
       FD  NOVEDADES-FILE.
       01  NOVEDAD-REC.
           05 TN-TIPO            PIC X(01).
           05 TN-SUC-ORIGEN      PIC 9(03).
           05 TN-SOCIO           PIC 9(10).
           05 TN-SUC-DESTINO     PIC 9(03).
           05 TN-OPERADOR        PIC X(08).

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

      * MAESTRO DE SUCURSALES (mismo layout que en BCOSOC01)
      *   SU-ESTADO: A = activa / C = cerrada
       FD  SUCURSALES-FILE.
       01  SUCURSAL-REC.
           05 SU-NUM             PIC 9(03).
           05 SU-NOMBRE          PIC X(20).
           05 SU-REGION          PIC 9(02).
           05 SU-ESTADO          PIC X(01).

      * REFERENCIA CRUZADA DE TRASPASOS: clave anterior -> clave
      * nueva de cada socio trasladado, con fecha, hora, tipo de
      * pedido y operador; se extiende corrida tras corrida (mismo
      * layout que en BCOSOC04 y BCOSOC09)
       FD  TRASPASOS-FILE.
       01  TRASPASO-REC.
           05 XR-CLAVE-ANT.
              10 XR-SUC-ANT      PIC 9(03).
              10 XR-SOCIO-ANT    PIC 9(10).
           05 XR-CLAVE-NUEVA.
              10 XR-SUC-NUEVA    PIC 9(03).
              10 XR-SOCIO-NUEVO  PIC 9(10).
           05 XR-FECHA           PIC 9(08).
           05 XR-HORA            PIC 9(08).
           05 XR-TIPO            PIC X(01).
           05 XR-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).

      * TRASPASOS CON LOS SECUENCIALES PENDIENTES: se graba apenas
      * se mueve el maestro y se vacia recien al terminar la corrida;
      * de aca salen los movimientos "T" del historial y el control
      * final contra el maestro. Si una corrida se corta, sus
      * traspasos quedan y la siguiente los completa
      *   TM-CORRIDA: blanco = de esta corrida / A = de una corrida
      *               anterior que no termino
       FD  MAPA-FILE.
       01  MAPA-REC.
           05 TM-CLAVE-ANT.
              10 TM-SUC-ANT      PIC 9(03).
              10 TM-SOCIO-ANT    PIC 9(10).
           05 TM-SUC-NUEVA       PIC 9(03).
           05 TM-SOCIO-NUEVO     PIC 9(10).
           05 TM-SALDO           PIC S9(09)V99.
           05 TM-FEC-VENC        PIC 9(08).
           05 TM-CORRIDA         PIC X(01).
           05 FILLER             PIC X(09).

      * PISTA DE AUDITORIA (mismo layout que en BCOSOC02): el
      * traspaso va con AU-TIPO "T", la clave anterior en AU-SUC /
      * AU-SOCIO, la imagen con la clave vieja como anterior y la
      * de la clave nueva como posterior (BCOSOC07 lo repite)
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

      * FOTOS FECHADAS DEL MAESTRO (mismo layout que en BCOSOC02,
      * BCOSOC03 y BCOSOC07)
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).

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

      * MAESTRO DE DOMICILIOS POSTALES (mismo layout que en BCOSOC01)
       FD  DOMICILIOS-FILE.
       01  DOMICILIO-REC.
           05 DM-CLAVE.
              10 DM-SUC          PIC 9(03).
              10 DM-SOCIO        PIC 9(10).
           05 DM-CALLE           PIC X(30).
           05 DM-LOCALIDAD       PIC X(20).
           05 DM-PROVINCIA       PIC X(15).
           05 DM-CODPOS          PIC X(08).

      * TRANSACCIONES PENDIENTES DE APROBACION (mismo layout que en
      * BCOSOC02 y BCOSOC06); aca solo se cambia la clave
       FD  PENDIENTES-FILE.
       01  PENDIENTE-REC.
           05 PD-CLAVE.
              10 PD-SUC          PIC 9(03).
              10 PD-SOCIO        PIC 9(10).
              10 PD-TIPO         PIC X(01).
           05 PD-DATOS           PIC X(47).
           05 PD-OPERADOR        PIC X(08).
           05 PD-FECHA           PIC 9(08).
           05 PD-HORA            PIC 9(08).
           05 FILLER             PIC X(10).

      * CUENTAS CASTIGADAS (mismo layout que en BCOSOC11)
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

      * ULTIMO DEVENGAMIENTO POR SOCIO (mismo layout que en BCOSOC10)
       FD  DEVENGADOS-FILE.
       01  DEVENGADO-REC.
           05 DV-CLAVE.
              10 DV-SUC          PIC 9(03).
              10 DV-SOCIO        PIC 9(10).
           05 DV-FEC-ULT         PIC 9(08).
           05 DV-IMP-ULT         PIC 9(09)V99.
           05 DV-IMP-ACUM        PIC 9(11)V99.
           05 FILLER             PIC X(10).

      * ADHESIONES AL DEBITO DIRECTO (mismo layout que en BCOSOC12)
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

      * DEBITOS PRESENTADOS (mismo layout que en BCOSOC13 y BCOSOC14)
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

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC04: la hora y las referencias como caracteres, porque
      * los registros viejos las traen en blanco); el traspaso deja
      * un movimiento HM-TIPO "T" de importe cero en la clave nueva
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

      * MOVIMIENTOS NO APLICADOS (mismo layout que en BCOSOC03 y
      * BCOSOC08)
       FD  RECHAZOS-FILE.
       01  RECHAZO-REC.
           05 RZ-TIPO            PIC X(01).
           05 RZ-SUC             PIC 9(03).
           05 RZ-SOCIO           PIC 9(10).
           05 RZ-RESTO           PIC X(93).

      * RETORNO DEL SISTEMA DE COBRANZAS (mismo layout que en
      * BCOSOC01)
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RT-SUC             PIC 9(03).
           05 RT-SOCIO           PIC 9(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

      * SOCIOS CON PROMESAS INCUMPLIDAS (mismo layout que en
      * BCOSOC16)
       FD  INCUMPLIDAS-FILE.
       01  INCUMPLIDA-REC.
           05 PI-SUC             PIC 9(03).
           05 PI-SOCIO           PIC 9(10).
           05 PI-CANT            PIC 9(03).
           05 PI-FEC-ULTIMA      PIC 9(08).
           05 PI-FEC-INFORME     PIC 9(08).
           05 FILLER             PIC X(08).

      * COPIA DE TRABAJO DE LOS ARCHIVOS SECUENCIALES YA RECLAVADOS
      * (se devuelve sobre el original al terminar cada archivo)
       FD  TRABAJO-FILE.
       01  TRABAJO-REC           PIC X(120).

      * LISTADO DEL TRASPASO
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
           03 filler pic x(46) value
                  "Traspaso de socios entre sucursales - corrida ".
           03 l-fecha pic 9(08).
       01  lin-cab-detalle.
           03 filler pic x(06) value "Tipo".
           03 filler pic x(19) value "Clave anterior".
           03 filler pic x(19) value "Clave nueva".
           03 filler pic x(22) value "Titular".
           03 filler pic x(15) value "          Saldo".
       01  lin-detalle.
           03 filler pic x(02) value spaces.
           03 l-det-tipo pic x(01).
           03 filler pic x(03) value spaces.
           03 l-det-suc-ant pic 999.
           03 filler pic x(01) value "/".
           03 l-det-socio-ant pic 9(10).
           03 filler pic x(05) value spaces.
           03 l-det-suc-nueva pic 999.
           03 filler pic x(01) value "/".
           03 l-det-socio-nuevo pic 9(10).
           03 filler pic x(05) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(02) value spaces.
           03 l-det-saldo pic -zzz.zzz.zz9,99.
       01  lin-cab-archivos.
           03 filler pic x(10) value "Archivo".
           03 filler pic x(22) value "  Registros reclavados".
       01  lin-archivo.
           03 l-arc-nombre pic x(08).
           03 filler pic x(13) value spaces.
           03 l-arc-cant pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-arc-nota pic x(30).
       01  lin-cab-sucursales.
           03 filler pic x(10) value "Sucursal".
           03 filler pic x(10) value "    Salen".
           03 filler pic x(20) value "     Saldo saliente".
           03 filler pic x(10) value "   Entran".
           03 filler pic x(20) value "     Saldo entrante".
       01  lin-sucursal.
           03 filler pic x(02) value spaces.
           03 l-suc-num pic 999.
           03 filler pic x(05) value spaces.
           03 l-suc-salen pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-suc-saldo-sal pic --.---.---.--9,99.
           03 filler pic x(01) value spaces.
           03 l-suc-entran pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-suc-saldo-ent pic --.---.---.--9,99.
       01  lin-total.
           03 filler pic x(10) value "Total".
           03 l-tot-salen pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-tot-saldo-sal pic --.---.---.--9,99.
           03 filler pic x(01) value spaces.
           03 l-tot-entran pic zzzzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-tot-saldo-ent pic --.---.---.--9,99.
           03 filler pic x(02) value spaces.
           03 l-tot-control pic x(10).
       01  lin-resumen.
           03 filler pic x(18) value "Pedidos leidos: ".
           03 l-res-leidos pic zzzzzz9.
           03 filler pic x(24) value "   Socios trasladados: ".
           03 l-res-trasladados pic zzzzzz9.
           03 filler pic x(17) value "   Rechazados: ".
           03 l-res-rechazos pic zzzzzz9.
       01  lin-sin-traspasos.
           03 filler pic x(40) value
                  "(ningun socio trasladado en la corrida)".
       01  lin-pendientes.
           03 filler pic x(47) value
                  "Traspasos de una corrida anterior completados: ".
           03 l-pen-cant pic zzzzzz9.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-novedad     pic x(02).
           03 ws-fs-socios      pic x(02).
           03 ws-fs-sucursales  pic x(02).
           03 ws-fs-xref        pic x(02).
           03 ws-fs-mapa        pic x(02).
           03 ws-fs-auditoria   pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-cuotas      pic x(02).
           03 ws-fs-domicilios  pic x(02).
           03 ws-fs-pendientes  pic x(02).
           03 ws-fs-castigos    pic x(02).
           03 ws-fs-devenga     pic x(02).
           03 ws-fs-adhesiones  pic x(02).
           03 ws-fs-debitos     pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-rechazos    pic x(02).
           03 ws-fs-retorno     pic x(02).
           03 ws-fs-incumplidas pic x(02).
           03 ws-fs-trabajo     pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-error       pic x(02).

       01  ws-switches.
           03 ws-sw-eof-novedad    pic x(01) value "N".
              88 ws-eof-novedad         value "S".
           03 ws-sw-eof-tabla      pic x(01) value "N".
              88 ws-eof-tabla           value "S".
           03 ws-sw-eof-foto       pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-fin-socios     pic x(01) value "N".
              88 ws-fin-socios          value "S".
           03 ws-sw-fin-dep        pic x(01) value "N".
              88 ws-fin-dep             value "S".
           03 ws-sw-eof-mapa       pic x(01) value "N".
              88 ws-eof-mapa            value "S".
           03 ws-sw-eof-trabajo    pic x(01) value "N".
              88 ws-eof-trabajo         value "S".
           03 ws-sw-novedad        pic x(01) value "N".
              88 ws-novedad-valida      value "S".
           03 ws-sw-debito-pend    pic x(01) value "N".
              88 ws-debito-pendiente    value "S".
           03 ws-sw-traducida      pic x(01) value "N".
              88 ws-clave-traducida     value "S".
           03 ws-sw-fin-cadena     pic x(01) value "N".
              88 ws-fin-cadena          value "S".

      * archivos que cuelgan de la clave del socio, en el orden en
      * que se reclavan y se listan; "S" = archivo presente
       01  ws-tabla-archivos.
           03 ws-arch-e occurs 12 times.
              05 ws-arch-disp     pic x(01).
              05 ws-arch-cant     pic 9(07) comp.
           03 ws-ix-arch        pic 9(02) comp.
       01  ws-nombres-archivo.
           03 filler pic x(08) value "CONVENIO".
           03 filler pic x(08) value "CUOTAS".
           03 filler pic x(08) value "DOMICILI".
           03 filler pic x(08) value "PENDNOV".
           03 filler pic x(08) value "CASTIGOS".
           03 filler pic x(08) value "DEVENGA".
           03 filler pic x(08) value "ADHESION".
           03 filler pic x(08) value "DEBITOS".
           03 filler pic x(08) value "HISTMOV".
           03 filler pic x(08) value "MOVRECH".
           03 filler pic x(08) value "RETORNO".
           03 filler pic x(08) value "PROMINC".
       01  ws-nombres-r redefines ws-nombres-archivo.
           03 ws-nombre-arch    pic x(08) occurs 12 times.

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-foto-hora      pic 9(08).
           03 ws-hora-traspaso  pic 9(08).

      * por sucursal (posicion = sucursal + 1): estado en SUCURSAL,
      * numero de socio mas alto usado en la cadena al empezar y el
      * ultimo asignado en la corrida, y lo que sale y lo que entra
       01  ws-tabla-sucursales.
           03 ws-su-e occurs 1000 times.
              05 ws-su-existe     pic x(01).
              05 ws-su-estado     pic x(01).
              05 ws-su-ult-inicial pic 9(10).
              05 ws-su-ult-socio  pic 9(10).
              05 ws-su-sal-cant   pic 9(07) comp.
              05 ws-su-sal-saldo  pic s9(13)v99.
              05 ws-su-ent-cant   pic 9(07) comp.
              05 ws-su-ent-saldo  pic s9(13)v99.
           03 ws-ix-suc         pic 9(04) comp.
           03 ws-ix-dest        pic 9(04) comp.

      * socio en traspaso: clave anterior, clave nueva e imagenes
      * del maestro antes y despues
       01  ws-traspaso.
           03 ws-tp-suc-ant     pic 9(03).
           03 ws-tp-socio-ant   pic 9(10).
           03 ws-tp-suc-nueva   pic 9(03).
           03 ws-tp-socio-nuevo pic 9(10).
           03 ws-tp-ult-socio   pic 9(10).
           03 ws-tp-item        pic 9(03).
           03 ws-tp-tipo-pend   pic x(01).
           03 ws-cant-en-suc    pic 9(07) comp.

       01  ws-imagenes.
           03 ws-img-anterior   pic x(70).
           03 ws-img-posterior  pic x(70).
           03 ws-img-post-r redefines ws-img-posterior.
              05 ws-ip-suc        pic 9(03).
              05 ws-ip-socio      pic 9(10).
              05 filler           pic x(57).

      * clave a registrar o a traducir en las recorridas
       01  ws-clave-aux.
           03 ws-ca-suc         pic 9(03).
           03 ws-ca-socio       pic 9(10).
           03 ws-ca-saltos      pic 9(03) comp.

       01  ws-contadores.
           03 ws-cant-leidas    pic 9(07) comp value zero.
           03 ws-cant-trasladados pic 9(07) comp value zero.
           03 ws-cant-rechazos  pic 9(07) comp value zero.
           03 ws-cant-descuadres pic 9(07) comp value zero.
           03 ws-cant-pendientes pic 9(07) comp value zero.
           03 ws-tot-sal-cant   pic 9(07) comp value zero.
           03 ws-tot-ent-cant   pic 9(07) comp value zero.

       01  ws-saldos.
           03 ws-tot-sal-saldo  pic s9(13)v99 value zero.
           03 ws-tot-ent-saldo  pic s9(13)v99 value zero.

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
      * 0000-MAINLINE - programa principal: primero los pedidos, que
      * mueven el maestro y los archivos indexados socio por socio;
      * despues una sola pasada por cada archivo secuencial con
      * todos los traspasos de la corrida, y al final el control
      * contra el maestro y el listado
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-CARGAR-SUCURSALES THRU 1100-EXIT.
           PERFORM 1200-ULTIMOS-NUMEROS THRU 1200-EXIT.
           PERFORM 1300-TOMAR-FOTO THRU 1300-EXIT.
           PERFORM 1400-TITULOS THRU 1400-EXIT.
           PERFORM 2000-PROCESAR-PEDIDOS THRU 2000-EXIT.
           PERFORM 4000-RECLAVAR-SECUENCIALES THRU 4000-EXIT.
           PERFORM 5000-CONTROLAR-MAESTRO THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-CONTROL THRU 6000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y variables globales;
      * un archivo indexado dependiente que no existe no tiene nada
      * que reclavar y no se crea; lo que haya quedado en TRASMAPA
      * es de una corrida que se corto y se marca para completarlo
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT NOVEDADES-FILE.
           IF WS-FS-NOVEDAD NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de pedidos "
                       "de traspaso - file status " WS-FS-NOVEDAD
               STOP RUN
           END-IF.
           OPEN I-O SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN I-O TRASPASOS-FILE.
           IF WS-FS-XREF = "35"
               OPEN OUTPUT TRASPASOS-FILE
               CLOSE TRASPASOS-FILE
               OPEN I-O TRASPASOS-FILE
           END-IF.
           IF WS-FS-XREF NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la referencia de "
                       "traspasos - file status " WS-FS-XREF
               STOP RUN
           END-IF.
           OPEN I-O MAPA-FILE.
           IF WS-FS-MAPA = "35"
               OPEN OUTPUT MAPA-FILE
               CLOSE MAPA-FILE
               OPEN I-O MAPA-FILE
           END-IF.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "traspasos - file status " WS-FS-MAPA
               STOP RUN
           END-IF.
           PERFORM 1040-MARCAR-PENDIENTES THRU 1040-EXIT.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la pista de auditoria "
                       "- file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "traspasos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM 1010-LIMPIAR-ARCHIVO THRU 1010-EXIT
               VARYING ws-ix-arch FROM 1 BY 1
               UNTIL ws-ix-arch > 12.
           PERFORM 1020-LIMPIAR-SUCURSAL THRU 1020-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           OPEN I-O CONVENIOS-FILE.
           MOVE WS-FS-CONVENIOS TO ws-fs-error.
           MOVE 1 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O CUOTAS-FILE.
           MOVE WS-FS-CUOTAS TO ws-fs-error.
           MOVE 2 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O DOMICILIOS-FILE.
           MOVE WS-FS-DOMICILIOS TO ws-fs-error.
           MOVE 3 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O PENDIENTES-FILE.
           MOVE WS-FS-PENDIENTES TO ws-fs-error.
           MOVE 4 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O CASTIGOS-FILE.
           MOVE WS-FS-CASTIGOS TO ws-fs-error.
           MOVE 5 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O DEVENGADOS-FILE.
           MOVE WS-FS-DEVENGA TO ws-fs-error.
           MOVE 6 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O ADHESIONES-FILE.
           MOVE WS-FS-ADHESIONES TO ws-fs-error.
           MOVE 7 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
           OPEN I-O DEBITOS-FILE.
           MOVE WS-FS-DEBITOS TO ws-fs-error.
           MOVE 8 TO ws-ix-arch.
           PERFORM 1030-CONTROLAR-APERTURA THRU 1030-EXIT.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-ARCHIVO.
           MOVE "N"  TO ws-arch-disp(ws-ix-arch).
           MOVE ZERO TO ws-arch-cant(ws-ix-arch).
       1010-EXIT.
           EXIT.

       1020-LIMPIAR-SUCURSAL.
           MOVE "N"  TO ws-su-existe(ws-ix-suc).
           MOVE SPACE TO ws-su-estado(ws-ix-suc).
           MOVE ZERO TO ws-su-ult-inicial(ws-ix-suc).
           MOVE ZERO TO ws-su-ult-socio(ws-ix-suc).
           MOVE ZERO TO ws-su-sal-cant(ws-ix-suc).
           MOVE ZERO TO ws-su-sal-saldo(ws-ix-suc).
           MOVE ZERO TO ws-su-ent-cant(ws-ix-suc).
           MOVE ZERO TO ws-su-ent-saldo(ws-ix-suc).
       1020-EXIT.
           EXIT.

       1030-CONTROLAR-APERTURA.
           IF ws-fs-error = "00"
               MOVE "S" TO ws-arch-disp(ws-ix-arch)
               GO TO 1030-EXIT
           END-IF.
           IF ws-fs-error NOT = "35"
               DISPLAY "ERROR: no se pudo abrir "
                       ws-nombre-arch(ws-ix-arch)
                       " - file status " ws-fs-error
               STOP RUN
           END-IF.
       1030-EXIT.
           EXIT.

       1040-MARCAR-PENDIENTES.
           MOVE ZERO TO TM-SUC-ANT.
           MOVE ZERO TO TM-SOCIO-ANT.
           MOVE "N" TO ws-sw-eof-mapa.
           START MAPA-FILE KEY IS >= TM-CLAVE-ANT
               INVALID KEY SET ws-eof-mapa TO TRUE
           END-START.
           PERFORM 1041-MARCAR-PENDIENTE THRU 1041-EXIT
               UNTIL ws-eof-mapa.
           IF ws-cant-pendientes > ZERO
               DISPLAY "AVISO: se completan " ws-cant-pendientes
                       " traspasos de una corrida anterior que no "
                       "termino"
           END-IF.
       1040-EXIT.
           EXIT.

       1041-MARCAR-PENDIENTE.
           READ MAPA-FILE NEXT RECORD
               AT END
                   SET ws-eof-mapa TO TRUE
                   GO TO 1041-EXIT
           END-READ.
           MOVE "A" TO TM-CORRIDA.
           REWRITE MAPA-REC.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo de "
                       "traspasos - file status " WS-FS-MAPA
               STOP RUN
           END-IF.
           ADD 1 TO ws-cant-pendientes.
       1041-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - maestro de sucursales: el destino tiene que existir y
      * estar activo; el origen puede estar ya cerrado (es justamente
      * el caso de la sucursal cerrada con deudores adentro)
      ******************************************************************
       1100-CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-FS-SUCURSALES NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de "
                       "sucursales - file status " WS-FS-SUCURSALES
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1110-LEER-SUCURSAL THRU 1110-EXIT.
           PERFORM 1120-GUARDAR-SUCURSAL THRU 1120-EXIT
               UNTIL ws-eof-tabla.
           CLOSE SUCURSALES-FILE.
       1100-EXIT.
           EXIT.

       1110-LEER-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-SUCURSAL.
           IF SU-NUM NUMERIC
               COMPUTE ws-ix-suc = SU-NUM + 1
               MOVE "S"       TO ws-su-existe(ws-ix-suc)
               MOVE SU-ESTADO TO ws-su-estado(ws-ix-suc)
           END-IF.
           PERFORM 1110-LEER-SUCURSAL THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
      ******************************************************************
      * 1200 - numero mas alto usado por cada sucursal en toda la
      * cadena (maestro, castigados, archivos dependientes, historial
      * y referencias de traspasos anteriores): la clave nueva es
      * siempre un numero que nunca existio en la sucursal destino,
      * asi no hereda historia ni pendientes de otro socio
      ******************************************************************
       1200-ULTIMOS-NUMEROS.
           MOVE ZERO TO SM-SUC.
           MOVE ZERO TO SM-SOCIO.
           MOVE "N" TO ws-sw-eof-tabla.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-tabla TO TRUE
           END-START.
           PERFORM 1210-NUMERO-SOCIO THRU 1210-EXIT
               UNTIL ws-eof-tabla.
           MOVE ZERO TO XR-SUC-ANT.
           MOVE ZERO TO XR-SOCIO-ANT.
           MOVE "N" TO ws-sw-eof-tabla.
           START TRASPASOS-FILE KEY IS >= XR-CLAVE-ANT
               INVALID KEY SET ws-eof-tabla TO TRUE
           END-START.
           PERFORM 1220-NUMERO-TRASPASO THRU 1220-EXIT
               UNTIL ws-eof-tabla.
           IF ws-arch-disp(1) = "S"
               MOVE ZERO TO CV-SUC
               MOVE ZERO TO CV-SOCIO
               MOVE "N" TO ws-sw-eof-tabla
               START CONVENIOS-FILE KEY IS >= CV-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1230-NUMERO-CONVENIO THRU 1230-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(2) = "S"
               MOVE ZERO TO CU-SUC
               MOVE ZERO TO CU-SOCIO
               MOVE ZERO TO CU-NRO
               MOVE "N" TO ws-sw-eof-tabla
               START CUOTAS-FILE KEY IS >= CU-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1231-NUMERO-CUOTA THRU 1231-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(3) = "S"
               MOVE ZERO TO DM-SUC
               MOVE ZERO TO DM-SOCIO
               MOVE "N" TO ws-sw-eof-tabla
               START DOMICILIOS-FILE KEY IS >= DM-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1232-NUMERO-DOMICILIO THRU 1232-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(4) = "S"
               MOVE ZERO TO PD-SUC
               MOVE ZERO TO PD-SOCIO
               MOVE SPACE TO PD-TIPO
               MOVE "N" TO ws-sw-eof-tabla
               START PENDIENTES-FILE KEY IS >= PD-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1233-NUMERO-PENDIENTE THRU 1233-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(5) = "S"
               MOVE ZERO TO CA-SUC
               MOVE ZERO TO CA-SOCIO
               MOVE "N" TO ws-sw-eof-tabla
               START CASTIGOS-FILE KEY IS >= CA-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1234-NUMERO-CASTIGO THRU 1234-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(6) = "S"
               MOVE ZERO TO DV-SUC
               MOVE ZERO TO DV-SOCIO
               MOVE "N" TO ws-sw-eof-tabla
               START DEVENGADOS-FILE KEY IS >= DV-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1235-NUMERO-DEVENGADO THRU 1235-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(7) = "S"
               MOVE ZERO TO AD-SUC
               MOVE ZERO TO AD-SOCIO
               MOVE "N" TO ws-sw-eof-tabla
               START ADHESIONES-FILE KEY IS >= AD-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1236-NUMERO-ADHESION THRU 1236-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           IF ws-arch-disp(8) = "S"
               MOVE ZERO TO DB-SUC
               MOVE ZERO TO DB-SOCIO
               MOVE ZERO TO DB-CUOTA
               MOVE "N" TO ws-sw-eof-tabla
               START DEBITOS-FILE KEY IS >= DB-CLAVE
                   INVALID KEY SET ws-eof-tabla TO TRUE
               END-START
               PERFORM 1237-NUMERO-DEBITO THRU 1237-EXIT
                   UNTIL ws-eof-tabla
           END-IF.
           PERFORM 1240-NUMEROS-HISTORIAL THRU 1240-EXIT.
           PERFORM 1250-NUMEROS-RECHAZOS THRU 1250-EXIT.
           PERFORM 1260-NUMEROS-RETORNO THRU 1260-EXIT.
           PERFORM 1270-NUMEROS-INCUMPLIDAS THRU 1270-EXIT.
           PERFORM 1280-GUARDAR-INICIAL THRU 1280-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
       1200-EXIT.
           EXIT.

       1210-NUMERO-SOCIO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE SM-SUC   TO ws-ca-suc
                   MOVE SM-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

      * de cada traspaso anterior cuentan las dos claves: la vieja
      * no se vuelve a dar para que la referencia no sea ambigua
       1220-NUMERO-TRASPASO.
           READ TRASPASOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE XR-SUC-ANT     TO ws-ca-suc
                   MOVE XR-SOCIO-ANT   TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
                   MOVE XR-SUC-NUEVA   TO ws-ca-suc
                   MOVE XR-SOCIO-NUEVO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1220-EXIT.
           EXIT.

       1230-NUMERO-CONVENIO.
           READ CONVENIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE CV-SUC   TO ws-ca-suc
                   MOVE CV-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1230-EXIT.
           EXIT.

       1231-NUMERO-CUOTA.
           READ CUOTAS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE CU-SUC   TO ws-ca-suc
                   MOVE CU-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1231-EXIT.
           EXIT.

       1232-NUMERO-DOMICILIO.
           READ DOMICILIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE DM-SUC   TO ws-ca-suc
                   MOVE DM-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1232-EXIT.
           EXIT.

       1233-NUMERO-PENDIENTE.
           READ PENDIENTES-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE PD-SUC   TO ws-ca-suc
                   MOVE PD-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1233-EXIT.
           EXIT.

       1234-NUMERO-CASTIGO.
           READ CASTIGOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE CA-SUC   TO ws-ca-suc
                   MOVE CA-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1234-EXIT.
           EXIT.

       1235-NUMERO-DEVENGADO.
           READ DEVENGADOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE DV-SUC   TO ws-ca-suc
                   MOVE DV-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1235-EXIT.
           EXIT.

       1236-NUMERO-ADHESION.
           READ ADHESIONES-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE AD-SUC   TO ws-ca-suc
                   MOVE AD-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1236-EXIT.
           EXIT.

       1237-NUMERO-DEBITO.
           READ DEBITOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE DB-SUC   TO ws-ca-suc
                   MOVE DB-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1237-EXIT.
           EXIT.

       1240-NUMEROS-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               GO TO 1240-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1241-NUMERO-HISTORIAL THRU 1241-EXIT
               UNTIL ws-eof-tabla.
           CLOSE HISTORIAL-FILE.
       1240-EXIT.
           EXIT.

       1241-NUMERO-HISTORIAL.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE HM-SUC   TO ws-ca-suc
                   MOVE HM-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1241-EXIT.
           EXIT.

       1250-NUMEROS-RECHAZOS.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-FS-RECHAZOS NOT = "00"
               GO TO 1250-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1251-NUMERO-RECHAZO THRU 1251-EXIT
               UNTIL ws-eof-tabla.
           CLOSE RECHAZOS-FILE.
       1250-EXIT.
           EXIT.

       1251-NUMERO-RECHAZO.
           READ RECHAZOS-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE RZ-SUC   TO ws-ca-suc
                   MOVE RZ-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1251-EXIT.
           EXIT.

       1260-NUMEROS-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               GO TO 1260-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1261-NUMERO-RETORNO THRU 1261-EXIT
               UNTIL ws-eof-tabla.
           CLOSE RETORNO-FILE.
       1260-EXIT.
           EXIT.

       1261-NUMERO-RETORNO.
           READ RETORNO-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE RT-SUC   TO ws-ca-suc
                   MOVE RT-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1261-EXIT.
           EXIT.

       1270-NUMEROS-INCUMPLIDAS.
           OPEN INPUT INCUMPLIDAS-FILE.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               GO TO 1270-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1271-NUMERO-INCUMPLIDA THRU 1271-EXIT
               UNTIL ws-eof-tabla.
           CLOSE INCUMPLIDAS-FILE.
       1270-EXIT.
           EXIT.

       1271-NUMERO-INCUMPLIDA.
           READ INCUMPLIDAS-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
               NOT AT END
                   MOVE PI-SUC   TO ws-ca-suc
                   MOVE PI-SOCIO TO ws-ca-socio
                   PERFORM 1290-REGISTRAR-NUMERO THRU 1290-EXIT
           END-READ.
       1271-EXIT.
           EXIT.

       1280-GUARDAR-INICIAL.
           MOVE ws-su-ult-socio(ws-ix-suc)
               TO ws-su-ult-inicial(ws-ix-suc).
       1280-EXIT.
           EXIT.

       1290-REGISTRAR-NUMERO.
           IF ws-ca-suc NOT NUMERIC OR ws-ca-socio NOT NUMERIC
               GO TO 1290-EXIT
           END-IF.
           COMPUTE ws-ix-suc = ws-ca-suc + 1.
           IF ws-ca-socio > ws-su-ult-socio(ws-ix-suc)
               MOVE ws-ca-socio TO ws-su-ult-socio(ws-ix-suc)
           END-IF.
       1290-EXIT.
           EXIT.
      ******************************************************************
      * 1300 - foto del maestro antes de mover nada (BCOSOC07 parte
      * de ella y repite encima los traspasos de la auditoria)
      ******************************************************************
       1300-TOMAR-FOTO.
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
           PERFORM 1310-COPIAR-FOTO THRU 1310-EXIT
               UNTIL ws-eof-foto.
           CLOSE SNAPSHOT-FILE.
       1300-EXIT.
           EXIT.

       1310-COPIAR-FOTO.
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
       1310-EXIT.
           EXIT.
      ******************************************************************
      * 1400 - encabezado del listado y del detalle de traspasos
      ******************************************************************
       1400-TITULOS.
           MOVE ws-fecha-hoy TO l-fecha.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cab-detalle
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1400-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - pedidos de traspaso: cada uno se valida entero antes
      * de mover el primer socio
      ******************************************************************
       2000-PROCESAR-PEDIDOS.
           MOVE "N" TO ws-sw-eof-novedad.
           PERFORM 2010-LEER-PEDIDO THRU 2010-EXIT.
           PERFORM 2100-PROCESAR-PEDIDO THRU 2100-EXIT
               UNTIL ws-eof-novedad.
       2000-EXIT.
           EXIT.

       2010-LEER-PEDIDO.
           READ NOVEDADES-FILE
               AT END
                   SET ws-eof-novedad TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-PROCESAR-PEDIDO.
           ADD 1 TO ws-cant-leidas.
           PERFORM 2200-VALIDAR-PEDIDO THRU 2200-EXIT.
           IF NOT ws-novedad-valida
               GO TO 2100-SIGUIENTE
           END-IF.
           IF TN-TIPO = "C"
               PERFORM 2300-TRASPASAR-SUCURSAL THRU 2300-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE TN-SUC-ORIGEN TO SM-SUC.
           MOVE TN-SOCIO      TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE "SOCIO"  TO ws-exc-campo
                   MOVE TN-SOCIO TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Socio inexistente en la sucursal origen"
                                 TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 2100-SIGUIENTE
           END-READ.
           PERFORM 3000-TRASPASAR-SOCIO THRU 3000-EXIT.
       2100-SIGUIENTE.
           PERFORM 2010-LEER-PEDIDO THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200 - validacion del pedido: tipo, legajo, sucursales en el
      * rango de la cadena (1-100), distintas, destino existente y
      * activo
      ******************************************************************
       2200-VALIDAR-PEDIDO.
           MOVE "N" TO ws-sw-novedad.
           IF TN-TIPO NOT = "S" AND TN-TIPO NOT = "C"
               MOVE "TIPO"   TO ws-exc-campo
               MOVE TN-TIPO  TO ws-exc-valor
               MOVE "Tipo de traspaso invalido (S/C)"
                             TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TN-OPERADOR = SPACES
               MOVE "OPERADOR" TO ws-exc-campo
               MOVE SPACES     TO ws-exc-valor
               MOVE "Falta el legajo del operador"
                               TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TN-SUC-ORIGEN NOT NUMERIC
               OR TN-SUC-ORIGEN < 1 OR TN-SUC-ORIGEN > 100
               MOVE "SUC-ORIGEN"  TO ws-exc-campo
               MOVE TN-SUC-ORIGEN TO ws-exc-valor
               MOVE "Sucursal origen fuera de rango 1-100"
                                  TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TN-SUC-DESTINO NOT NUMERIC
               OR TN-SUC-DESTINO < 1 OR TN-SUC-DESTINO > 100
               MOVE "SUC-DESTINO"  TO ws-exc-campo
               MOVE TN-SUC-DESTINO TO ws-exc-valor
               MOVE "Sucursal destino fuera de rango 1-100"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TN-SUC-DESTINO = TN-SUC-ORIGEN
               MOVE "SUC-DESTINO"  TO ws-exc-campo
               MOVE TN-SUC-DESTINO TO ws-exc-valor
               MOVE "Origen y destino son la misma sucursal"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           COMPUTE ws-ix-dest = TN-SUC-DESTINO + 1.
           IF ws-su-existe(ws-ix-dest) NOT = "S"
               MOVE "SUC-DESTINO"  TO ws-exc-campo
               MOVE TN-SUC-DESTINO TO ws-exc-valor
               MOVE "Sucursal destino inexistente"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF ws-su-estado(ws-ix-dest) NOT = "A"
               MOVE "SUC-DESTINO"  TO ws-exc-campo
               MOVE TN-SUC-DESTINO TO ws-exc-valor
               MOVE "Sucursal destino no esta activa"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TN-TIPO = "S" AND TN-SOCIO NOT NUMERIC
               MOVE "SOCIO"  TO ws-exc-campo
               MOVE TN-SOCIO TO ws-exc-valor
               MOVE "Nro. de socio no numerico"
                             TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE "S" TO ws-sw-novedad.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300 - cierre de sucursal: todos los socios del origen, uno
      * por vez; cada vuelta se reposiciona despues del ultimo socio
      * visto, porque el traspaso borra y graba en el mismo maestro
      * que se esta recorriendo (un socio rechazado queda en el
      * origen y no se vuelve a leer)
      ******************************************************************
       2300-TRASPASAR-SUCURSAL.
           MOVE ZERO TO ws-tp-ult-socio.
           MOVE ZERO TO ws-cant-en-suc.
           MOVE "N" TO ws-sw-fin-socios.
           PERFORM 2310-SIGUIENTE-SOCIO THRU 2310-EXIT
               UNTIL ws-fin-socios.
           IF ws-cant-en-suc = ZERO
               MOVE "SUC-ORIGEN"  TO ws-exc-campo
               MOVE TN-SUC-ORIGEN TO ws-exc-valor
               MOVE "Sucursal origen sin socios"
                                  TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SIGUIENTE-SOCIO.
           MOVE TN-SUC-ORIGEN   TO SM-SUC.
           MOVE ws-tp-ult-socio TO SM-SOCIO.
           START SOCIOS-FILE KEY IS > SM-CLAVE
               INVALID KEY
                   SET ws-fin-socios TO TRUE
                   GO TO 2310-EXIT
           END-START.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-fin-socios TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF SM-SUC NOT = TN-SUC-ORIGEN
               SET ws-fin-socios TO TRUE
               GO TO 2310-EXIT
           END-IF.
           MOVE SM-SOCIO TO ws-tp-ult-socio.
           ADD 1 TO ws-cant-en-suc.
           PERFORM 3000-TRASPASAR-SOCIO THRU 3000-EXIT.
       2310-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - traspaso de un socio (SOCIO-REC leido): controles,
      * clave nueva, maestro, referencias, auditoria y archivos
      * indexados dependientes; los controles van antes de tocar
      * nada, despues todo se mueve junto. Las referencias van
      * apenas se mueve el maestro: si un dependiente corta la
      * corrida, el traspaso ya esta en TRASXREF y en TRASMAPA
      ******************************************************************
       3000-TRASPASAR-SOCIO.
           MOVE SM-SUC         TO ws-tp-suc-ant.
           MOVE SM-SOCIO       TO ws-tp-socio-ant.
           MOVE TN-SUC-DESTINO TO ws-tp-suc-nueva.
           COMPUTE ws-ix-suc  = SM-SUC + 1.
           COMPUTE ws-ix-dest = TN-SUC-DESTINO + 1.
      * un socio que llego en esta misma corrida no se vuelve a
      * mover: el control contra el maestro (5000) espera encontrar
      * cada clave nueva de la corrida
           IF SM-SOCIO > ws-su-ult-inicial(ws-ix-suc)
               MOVE "SOCIO"  TO ws-exc-campo
               MOVE SM-SOCIO TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Socio trasladado en esta misma corrida"
                             TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-CONTROLAR-DEBITOS THRU 3010-EXIT.
           IF ws-debito-pendiente
               MOVE "DEBITOS"  TO ws-exc-campo
               MOVE ws-tp-socio-ant TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Debito enviado al banco sin respuesta"
                               TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ws-su-ult-socio(ws-ix-dest) NOT < 9999999999
               MOVE "SUC-DESTINO"  TO ws-exc-campo
               MOVE TN-SUC-DESTINO TO ws-exc-valor
               MOVE "Sin numeros libres en la suc. destino"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO ws-su-ult-socio(ws-ix-dest).
           MOVE ws-su-ult-socio(ws-ix-dest) TO ws-tp-socio-nuevo.
           MOVE SOCIO-REC         TO ws-img-anterior.
           MOVE SOCIO-REC         TO ws-img-posterior.
           MOVE ws-tp-suc-nueva   TO ws-ip-suc.
           MOVE ws-tp-socio-nuevo TO ws-ip-socio.
           MOVE ws-img-posterior TO SOCIO-REC.
           WRITE SOCIO-REC
               INVALID KEY
                   MOVE "SOCIO"  TO ws-exc-campo
                   MOVE ws-tp-socio-nuevo TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Clave nueva ya existe en el maestro"
                                 TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE ws-img-anterior TO SOCIO-REC.
           DELETE SOCIOS-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo borrar la clave "
                           "anterior " SM-SUC "/" SM-SOCIO
                           " - file status " WS-FS-SOCIOS
                   STOP RUN
           END-DELETE.
           PERFORM 3300-GRABAR-REFERENCIAS THRU 3300-EXIT.
           PERFORM 3400-GRABAR-AUDITORIA THRU 3400-EXIT.
           PERFORM 3200-RECLAVAR-DEPENDIENTES THRU 3200-EXIT.
           PERFORM 3500-ACUMULAR-TRASPASO THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3010 - una cuota presentada al banco y todavia sin respuesta
      * volveria con la referencia vieja y BCOSOC14 no la encontraria:
      * ese socio se traslada despues de procesar la respuesta
      ******************************************************************
       3010-CONTROLAR-DEBITOS.
           MOVE "N" TO ws-sw-debito-pend.
           IF ws-arch-disp(8) NOT = "S"
               GO TO 3010-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO DB-SUC.
           MOVE ws-tp-socio-ant TO DB-SOCIO.
           MOVE ZERO            TO DB-CUOTA.
           MOVE "N" TO ws-sw-fin-dep.
           START DEBITOS-FILE KEY IS >= DB-CLAVE
               INVALID KEY SET ws-fin-dep TO TRUE
           END-START.
           PERFORM 3020-REVISAR-DEBITO THRU 3020-EXIT
               UNTIL ws-fin-dep OR ws-debito-pendiente.
       3010-EXIT.
           EXIT.

       3020-REVISAR-DEBITO.
           READ DEBITOS-FILE NEXT RECORD
               AT END
                   SET ws-fin-dep TO TRUE
                   GO TO 3020-EXIT
           END-READ.
           IF DB-SUC NOT = ws-tp-suc-ant
               OR DB-SOCIO NOT = ws-tp-socio-ant
               SET ws-fin-dep TO TRUE
               GO TO 3020-EXIT
           END-IF.
           IF DB-ESTADO = "E"
               MOVE "S" TO ws-sw-debito-pend
           END-IF.
       3020-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - archivos indexados que cuelgan de la clave: cada
      * registro se graba con la clave nueva y se borra el de la
      * vieja; los de varios registros por socio se reposicionan en
      * cada vuelta porque el archivo cambia mientras se recorre
      ******************************************************************
       3200-RECLAVAR-DEPENDIENTES.
           PERFORM 3210-RECLAVAR-CONVENIO THRU 3210-EXIT.
           PERFORM 3220-RECLAVAR-CUOTAS THRU 3220-EXIT.
           PERFORM 3230-RECLAVAR-DOMICILIO THRU 3230-EXIT.
           PERFORM 3240-RECLAVAR-PENDIENTES THRU 3240-EXIT.
           PERFORM 3250-RECLAVAR-CASTIGO THRU 3250-EXIT.
           PERFORM 3260-RECLAVAR-DEVENGADO THRU 3260-EXIT.
           PERFORM 3270-RECLAVAR-ADHESION THRU 3270-EXIT.
           PERFORM 3280-RECLAVAR-DEBITOS THRU 3280-EXIT.
       3200-EXIT.
           EXIT.

       3210-RECLAVAR-CONVENIO.
           MOVE 1 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3210-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO CV-SUC.
           MOVE ws-tp-socio-ant TO CV-SOCIO.
           READ CONVENIOS-FILE
               INVALID KEY
                   GO TO 3210-EXIT
           END-READ.
           MOVE ws-tp-suc-nueva   TO CV-SUC.
           MOVE ws-tp-socio-nuevo TO CV-SOCIO.
           WRITE CONVENIO-REC
               INVALID KEY
                   MOVE WS-FS-CONVENIOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO CV-SUC.
           MOVE ws-tp-socio-ant TO CV-SOCIO.
           DELETE CONVENIOS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-CONVENIOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3210-EXIT.
           EXIT.

       3220-RECLAVAR-CUOTAS.
           MOVE 2 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3220-EXIT
           END-IF.
           MOVE "N" TO ws-sw-fin-dep.
           PERFORM 3221-RECLAVAR-CUOTA THRU 3221-EXIT
               UNTIL ws-fin-dep.
       3220-EXIT.
           EXIT.

       3221-RECLAVAR-CUOTA.
           MOVE ws-tp-suc-ant   TO CU-SUC.
           MOVE ws-tp-socio-ant TO CU-SOCIO.
           MOVE ZERO            TO CU-NRO.
           START CUOTAS-FILE KEY IS >= CU-CLAVE
               INVALID KEY
                   SET ws-fin-dep TO TRUE
                   GO TO 3221-EXIT
           END-START.
           READ CUOTAS-FILE NEXT RECORD
               AT END
                   SET ws-fin-dep TO TRUE
                   GO TO 3221-EXIT
           END-READ.
           IF CU-SUC NOT = ws-tp-suc-ant
               OR CU-SOCIO NOT = ws-tp-socio-ant
               SET ws-fin-dep TO TRUE
               GO TO 3221-EXIT
           END-IF.
           MOVE CU-NRO TO ws-tp-item.
           MOVE ws-tp-suc-nueva   TO CU-SUC.
           MOVE ws-tp-socio-nuevo TO CU-SOCIO.
           WRITE CUOTA-REC
               INVALID KEY
                   MOVE WS-FS-CUOTAS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO CU-SUC.
           MOVE ws-tp-socio-ant TO CU-SOCIO.
           MOVE ws-tp-item      TO CU-NRO.
           DELETE CUOTAS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-CUOTAS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3221-EXIT.
           EXIT.

       3230-RECLAVAR-DOMICILIO.
           MOVE 3 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3230-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO DM-SUC.
           MOVE ws-tp-socio-ant TO DM-SOCIO.
           READ DOMICILIOS-FILE
               INVALID KEY
                   GO TO 3230-EXIT
           END-READ.
           MOVE ws-tp-suc-nueva   TO DM-SUC.
           MOVE ws-tp-socio-nuevo TO DM-SOCIO.
           WRITE DOMICILIO-REC
               INVALID KEY
                   MOVE WS-FS-DOMICILIOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO DM-SUC.
           MOVE ws-tp-socio-ant TO DM-SOCIO.
           DELETE DOMICILIOS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-DOMICILIOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3230-EXIT.
           EXIT.

       3240-RECLAVAR-PENDIENTES.
           MOVE 4 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3240-EXIT
           END-IF.
           MOVE "N" TO ws-sw-fin-dep.
           PERFORM 3241-RECLAVAR-PENDIENTE THRU 3241-EXIT
               UNTIL ws-fin-dep.
       3240-EXIT.
           EXIT.

       3241-RECLAVAR-PENDIENTE.
           MOVE ws-tp-suc-ant   TO PD-SUC.
           MOVE ws-tp-socio-ant TO PD-SOCIO.
           MOVE SPACE           TO PD-TIPO.
           START PENDIENTES-FILE KEY IS >= PD-CLAVE
               INVALID KEY
                   SET ws-fin-dep TO TRUE
                   GO TO 3241-EXIT
           END-START.
           READ PENDIENTES-FILE NEXT RECORD
               AT END
                   SET ws-fin-dep TO TRUE
                   GO TO 3241-EXIT
           END-READ.
           IF PD-SUC NOT = ws-tp-suc-ant
               OR PD-SOCIO NOT = ws-tp-socio-ant
               SET ws-fin-dep TO TRUE
               GO TO 3241-EXIT
           END-IF.
           MOVE PD-TIPO TO ws-tp-tipo-pend.
           MOVE ws-tp-suc-nueva   TO PD-SUC.
           MOVE ws-tp-socio-nuevo TO PD-SOCIO.
           WRITE PENDIENTE-REC
               INVALID KEY
                   MOVE WS-FS-PENDIENTES TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO PD-SUC.
           MOVE ws-tp-socio-ant TO PD-SOCIO.
           MOVE ws-tp-tipo-pend TO PD-TIPO.
           DELETE PENDIENTES-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-PENDIENTES TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3241-EXIT.
           EXIT.

      * un socio del maestro no deberia estar castigado; si quedo un
      * castigo de una cuenta anterior con la misma clave, viaja con
      * ella para que el recupero siga encontrandolo
       3250-RECLAVAR-CASTIGO.
           MOVE 5 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3250-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO CA-SUC.
           MOVE ws-tp-socio-ant TO CA-SOCIO.
           READ CASTIGOS-FILE
               INVALID KEY
                   GO TO 3250-EXIT
           END-READ.
           MOVE ws-tp-suc-nueva   TO CA-SUC.
           MOVE ws-tp-socio-nuevo TO CA-SOCIO.
           WRITE CASTIGO-REC
               INVALID KEY
                   MOVE WS-FS-CASTIGOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO CA-SUC.
           MOVE ws-tp-socio-ant TO CA-SOCIO.
           DELETE CASTIGOS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-CASTIGOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3250-EXIT.
           EXIT.

       3260-RECLAVAR-DEVENGADO.
           MOVE 6 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3260-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO DV-SUC.
           MOVE ws-tp-socio-ant TO DV-SOCIO.
           READ DEVENGADOS-FILE
               INVALID KEY
                   GO TO 3260-EXIT
           END-READ.
           MOVE ws-tp-suc-nueva   TO DV-SUC.
           MOVE ws-tp-socio-nuevo TO DV-SOCIO.
           WRITE DEVENGADO-REC
               INVALID KEY
                   MOVE WS-FS-DEVENGA TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO DV-SUC.
           MOVE ws-tp-socio-ant TO DV-SOCIO.
           DELETE DEVENGADOS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-DEVENGA TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3260-EXIT.
           EXIT.

       3270-RECLAVAR-ADHESION.
           MOVE 7 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3270-EXIT
           END-IF.
           MOVE ws-tp-suc-ant   TO AD-SUC.
           MOVE ws-tp-socio-ant TO AD-SOCIO.
           READ ADHESIONES-FILE
               INVALID KEY
                   GO TO 3270-EXIT
           END-READ.
           MOVE ws-tp-suc-nueva   TO AD-SUC.
           MOVE ws-tp-socio-nuevo TO AD-SOCIO.
           WRITE ADHESION-REC
               INVALID KEY
                   MOVE WS-FS-ADHESIONES TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO AD-SUC.
           MOVE ws-tp-socio-ant TO AD-SOCIO.
           DELETE ADHESIONES-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-ADHESIONES TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3270-EXIT.
           EXIT.

       3280-RECLAVAR-DEBITOS.
           MOVE 8 TO ws-ix-arch.
           IF ws-arch-disp(ws-ix-arch) NOT = "S"
               GO TO 3280-EXIT
           END-IF.
           MOVE "N" TO ws-sw-fin-dep.
           PERFORM 3281-RECLAVAR-DEBITO THRU 3281-EXIT
               UNTIL ws-fin-dep.
       3280-EXIT.
           EXIT.

       3281-RECLAVAR-DEBITO.
           MOVE ws-tp-suc-ant   TO DB-SUC.
           MOVE ws-tp-socio-ant TO DB-SOCIO.
           MOVE ZERO            TO DB-CUOTA.
           START DEBITOS-FILE KEY IS >= DB-CLAVE
               INVALID KEY
                   SET ws-fin-dep TO TRUE
                   GO TO 3281-EXIT
           END-START.
           READ DEBITOS-FILE NEXT RECORD
               AT END
                   SET ws-fin-dep TO TRUE
                   GO TO 3281-EXIT
           END-READ.
           IF DB-SUC NOT = ws-tp-suc-ant
               OR DB-SOCIO NOT = ws-tp-socio-ant
               SET ws-fin-dep TO TRUE
               GO TO 3281-EXIT
           END-IF.
           MOVE DB-CUOTA TO ws-tp-item.
           MOVE ws-tp-suc-nueva   TO DB-SUC.
           MOVE ws-tp-socio-nuevo TO DB-SOCIO.
           WRITE DEBITO-REC
               INVALID KEY
                   MOVE WS-FS-DEBITOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-WRITE.
           MOVE ws-tp-suc-ant   TO DB-SUC.
           MOVE ws-tp-socio-ant TO DB-SOCIO.
           MOVE ws-tp-item      TO DB-CUOTA.
           DELETE DEBITOS-FILE RECORD
               INVALID KEY
                   MOVE WS-FS-DEBITOS TO ws-fs-error
                   PERFORM 8300-ERROR-RECLAVE THRU 8300-EXIT
           END-DELETE.
           ADD 1 TO ws-arch-cant(ws-ix-arch).
       3281-EXIT.
           EXIT.
      ******************************************************************
      * 3300 - referencia cruzada permanente (TRASXREF) y traspasos
      * con los secuenciales pendientes (TRASMAPA) con la clave vieja
      * y la nueva
      ******************************************************************
       3300-GRABAR-REFERENCIAS.
           ACCEPT ws-hora-traspaso FROM TIME.
           MOVE SPACES            TO TRASPASO-REC.
           MOVE ws-tp-suc-ant     TO XR-SUC-ANT.
           MOVE ws-tp-socio-ant   TO XR-SOCIO-ANT.
           MOVE ws-tp-suc-nueva   TO XR-SUC-NUEVA.
           MOVE ws-tp-socio-nuevo TO XR-SOCIO-NUEVO.
           MOVE ws-fecha-hoy      TO XR-FECHA.
           MOVE ws-hora-traspaso  TO XR-HORA.
           MOVE TN-TIPO           TO XR-TIPO.
           MOVE TN-OPERADOR       TO XR-OPERADOR.
           WRITE TRASPASO-REC
               INVALID KEY
                   REWRITE TRASPASO-REC
           END-WRITE.
           IF WS-FS-XREF NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la referencia de "
                       "traspasos - file status " WS-FS-XREF
               STOP RUN
           END-IF.
           MOVE SPACES            TO MAPA-REC.
           MOVE ws-tp-suc-ant     TO TM-SUC-ANT.
           MOVE ws-tp-socio-ant   TO TM-SOCIO-ANT.
           MOVE ws-tp-suc-nueva   TO TM-SUC-NUEVA.
           MOVE ws-tp-socio-nuevo TO TM-SOCIO-NUEVO.
           MOVE SM-SALDO          TO TM-SALDO.
           MOVE SM-FEC-VENC       TO TM-FEC-VENC.
           WRITE MAPA-REC
               INVALID KEY
                   DISPLAY "ERROR: socio repetido en el trabajo de "
                           "traspasos - " TM-SUC-ANT "/" TM-SOCIO-ANT
                   STOP RUN
           END-WRITE.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400 - pista de auditoria del traspaso (AU-TIPO "T")
      ******************************************************************
       3400-GRABAR-AUDITORIA.
           MOVE ws-fecha-hoy      TO AU-FECHA.
           MOVE ws-hora-traspaso  TO AU-HORA.
           MOVE "T"               TO AU-TIPO.
           MOVE ws-tp-suc-ant     TO AU-SUC.
           MOVE ws-tp-socio-ant   TO AU-SOCIO.
           MOVE ws-img-anterior   TO AU-IMG-ANTERIOR.
           MOVE ws-img-posterior  TO AU-IMG-POSTERIOR.
           MOVE TN-OPERADOR       TO AU-OPERADOR.
           MOVE SPACES            TO AU-APROBADOR.
           WRITE AUDITORIA-REC.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la pista de "
                       "auditoria - file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3500 - lo que sale del origen se toma de la imagen anterior;
      * lo que entra al destino se cuenta despues releyendo el
      * maestro (5000), asi el cuadre controla lo grabado
      ******************************************************************
       3500-ACUMULAR-TRASPASO.
           ADD 1 TO ws-cant-trasladados.
           ADD 1 TO ws-su-sal-cant(ws-ix-suc).
           ADD SM-SALDO TO ws-su-sal-saldo(ws-ix-suc).
           MOVE TN-TIPO           TO l-det-tipo.
           MOVE ws-tp-suc-ant     TO l-det-suc-ant.
           MOVE ws-tp-socio-ant   TO l-det-socio-ant.
           MOVE ws-tp-suc-nueva   TO l-det-suc-nueva.
           MOVE ws-tp-socio-nuevo TO l-det-socio-nuevo.
           MOVE SM-NOMBRE         TO l-det-nombre.
           MOVE SM-SALDO          TO l-det-saldo.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - archivos secuenciales: una pasada por archivo con
      * todos los traspasos de la corrida y los que dejo pendientes
      * una corrida cortada; el archivo se copia al trabajo con las
      * claves traducidas y vuelve entero sobre el original (sin
      * traspasos no se toca nada)
      ******************************************************************
       4000-RECLAVAR-SECUENCIALES.
           IF ws-cant-trasladados = ZERO
               AND ws-cant-pendientes = ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-RECLAVAR-HISTORIAL THRU 4100-EXIT.
           PERFORM 4200-RECLAVAR-RECHAZOS THRU 4200-EXIT.
           PERFORM 4300-RECLAVAR-RETORNO THRU 4300-EXIT.
           PERFORM 4400-RECLAVAR-INCUMPLIDAS THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

      * el historial lleva ademas un movimiento "T" por socio en la
      * clave nueva, de importe cero y con el saldo del traspaso (si
      * el socio volvio a moverse despues, en la clave de hoy)
       4100-RECLAVAR-HISTORIAL.
           MOVE 9 TO ws-ix-arch.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "00"
               MOVE "S" TO ws-arch-disp(ws-ix-arch)
               PERFORM 4800-ABRIR-TRABAJO THRU 4800-EXIT
               MOVE "N" TO ws-sw-eof-tabla
               PERFORM 4110-COPIAR-HISTORIAL THRU 4110-EXIT
                   UNTIL ws-eof-tabla
               CLOSE HISTORIAL-FILE
               CLOSE TRABAJO-FILE
           END-IF.
           IF ws-arch-disp(ws-ix-arch) = "S"
               OPEN INPUT TRABAJO-FILE
           END-IF.
           OPEN OUTPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar HISTMOV - file "
                       "status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           IF ws-arch-disp(ws-ix-arch) = "S"
               MOVE "N" TO ws-sw-eof-trabajo
               PERFORM 4120-DEVOLVER-HISTORIAL THRU 4120-EXIT
                   UNTIL ws-eof-trabajo
               CLOSE TRABAJO-FILE
           END-IF.
           MOVE ZERO TO TM-SUC-ANT.
           MOVE ZERO TO TM-SOCIO-ANT.
           MOVE "N" TO ws-sw-eof-mapa.
           START MAPA-FILE KEY IS >= TM-CLAVE-ANT
               INVALID KEY SET ws-eof-mapa TO TRUE
           END-START.
           PERFORM 4130-MOVIMIENTO-TRASPASO THRU 4130-EXIT
               UNTIL ws-eof-mapa.
           CLOSE HISTORIAL-FILE.
       4100-EXIT.
           EXIT.

       4110-COPIAR-HISTORIAL.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           MOVE HM-SUC   TO ws-ca-suc.
           MOVE HM-SOCIO TO ws-ca-socio.
           PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT.
           IF ws-clave-traducida
               MOVE ws-ca-suc   TO HM-SUC
               MOVE ws-ca-socio TO HM-SOCIO
               ADD 1 TO ws-arch-cant(ws-ix-arch)
           END-IF.
           WRITE TRABAJO-REC FROM HISTORIAL-REC.
           PERFORM 8200-VERIFICAR-TRABAJO THRU 8200-EXIT.
       4110-EXIT.
           EXIT.

       4120-DEVOLVER-HISTORIAL.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
                   GO TO 4120-EXIT
           END-READ.
           WRITE HISTORIAL-REC FROM TRABAJO-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en HISTMOV - file "
                       "status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
       4120-EXIT.
           EXIT.

       4130-MOVIMIENTO-TRASPASO.
           READ MAPA-FILE NEXT RECORD
               AT END
                   SET ws-eof-mapa TO TRUE
                   GO TO 4130-EXIT
           END-READ.
           MOVE TM-SUC-NUEVA    TO ws-ca-suc.
           MOVE TM-SOCIO-NUEVO  TO ws-ca-socio.
           PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT.
           MOVE SPACES          TO HISTORIAL-REC.
           MOVE ws-ca-suc       TO HM-SUC.
           MOVE ws-ca-socio     TO HM-SOCIO.
           MOVE ws-fecha-hoy    TO HM-FECHA.
           MOVE "T"             TO HM-TIPO.
           MOVE ZERO            TO HM-IMPORTE.
           MOVE TM-SALDO        TO HM-SALDO-ANT.
           MOVE TM-SALDO        TO HM-SALDO-POST.
           ACCEPT ws-hora-traspaso FROM TIME.
           MOVE ws-hora-traspaso TO HM-HORA.
           MOVE TM-FEC-VENC     TO HM-FEC-VENC-ANT.
           MOVE ZERO            TO HM-REF-FECHA.
           MOVE ZERO            TO HM-REF-HORA.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en HISTMOV - file "
                       "status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
       4130-EXIT.
           EXIT.

       4200-RECLAVAR-RECHAZOS.
           MOVE 10 TO ws-ix-arch.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-FS-RECHAZOS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE "S" TO ws-arch-disp(ws-ix-arch).
           PERFORM 4800-ABRIR-TRABAJO THRU 4800-EXIT.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 4210-COPIAR-RECHAZO THRU 4210-EXIT
               UNTIL ws-eof-tabla.
           CLOSE RECHAZOS-FILE.
           CLOSE TRABAJO-FILE.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT RECHAZOS-FILE.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar MOVRECH - file "
                       "status " WS-FS-RECHAZOS
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-trabajo.
           PERFORM 4220-DEVOLVER-RECHAZO THRU 4220-EXIT
               UNTIL ws-eof-trabajo.
           CLOSE TRABAJO-FILE.
           CLOSE RECHAZOS-FILE.
       4200-EXIT.
           EXIT.

       4210-COPIAR-RECHAZO.
           READ RECHAZOS-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           MOVE RZ-SUC   TO ws-ca-suc.
           MOVE RZ-SOCIO TO ws-ca-socio.
           PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT.
           IF ws-clave-traducida
               MOVE ws-ca-suc   TO RZ-SUC
               MOVE ws-ca-socio TO RZ-SOCIO
               ADD 1 TO ws-arch-cant(ws-ix-arch)
           END-IF.
           WRITE TRABAJO-REC FROM RECHAZO-REC.
           PERFORM 8200-VERIFICAR-TRABAJO THRU 8200-EXIT.
       4210-EXIT.
           EXIT.

       4220-DEVOLVER-RECHAZO.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
                   GO TO 4220-EXIT
           END-READ.
           WRITE RECHAZO-REC FROM TRABAJO-REC.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en MOVRECH - file "
                       "status " WS-FS-RECHAZOS
               STOP RUN
           END-IF.
       4220-EXIT.
           EXIT.

       4300-RECLAVAR-RETORNO.
           MOVE 11 TO ws-ix-arch.
           OPEN INPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               GO TO 4300-EXIT
           END-IF.
           MOVE "S" TO ws-arch-disp(ws-ix-arch).
           PERFORM 4800-ABRIR-TRABAJO THRU 4800-EXIT.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 4310-COPIAR-RETORNO THRU 4310-EXIT
               UNTIL ws-eof-tabla.
           CLOSE RETORNO-FILE.
           CLOSE TRABAJO-FILE.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar RETORNO - file "
                       "status " WS-FS-RETORNO
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-trabajo.
           PERFORM 4320-DEVOLVER-RETORNO THRU 4320-EXIT
               UNTIL ws-eof-trabajo.
           CLOSE TRABAJO-FILE.
           CLOSE RETORNO-FILE.
       4300-EXIT.
           EXIT.

       4310-COPIAR-RETORNO.
           READ RETORNO-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
                   GO TO 4310-EXIT
           END-READ.
           MOVE RT-SUC   TO ws-ca-suc.
           MOVE RT-SOCIO TO ws-ca-socio.
           PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT.
           IF ws-clave-traducida
               MOVE ws-ca-suc   TO RT-SUC
               MOVE ws-ca-socio TO RT-SOCIO
               ADD 1 TO ws-arch-cant(ws-ix-arch)
           END-IF.
           WRITE TRABAJO-REC FROM RETORNO-REC.
           PERFORM 8200-VERIFICAR-TRABAJO THRU 8200-EXIT.
       4310-EXIT.
           EXIT.

       4320-DEVOLVER-RETORNO.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
                   GO TO 4320-EXIT
           END-READ.
           WRITE RETORNO-REC FROM TRABAJO-REC.
           IF WS-FS-RETORNO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en RETORNO - file "
                       "status " WS-FS-RETORNO
               STOP RUN
           END-IF.
       4320-EXIT.
           EXIT.

       4400-RECLAVAR-INCUMPLIDAS.
           MOVE 12 TO ws-ix-arch.
           OPEN INPUT INCUMPLIDAS-FILE.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               GO TO 4400-EXIT
           END-IF.
           MOVE "S" TO ws-arch-disp(ws-ix-arch).
           PERFORM 4800-ABRIR-TRABAJO THRU 4800-EXIT.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 4410-COPIAR-INCUMPLIDA THRU 4410-EXIT
               UNTIL ws-eof-tabla.
           CLOSE INCUMPLIDAS-FILE.
           CLOSE TRABAJO-FILE.
           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT INCUMPLIDAS-FILE.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar PROMINC - file "
                       "status " WS-FS-INCUMPLIDAS
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-trabajo.
           PERFORM 4420-DEVOLVER-INCUMPLIDA THRU 4420-EXIT
               UNTIL ws-eof-trabajo.
           CLOSE TRABAJO-FILE.
           CLOSE INCUMPLIDAS-FILE.
       4400-EXIT.
           EXIT.

       4410-COPIAR-INCUMPLIDA.
           READ INCUMPLIDAS-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
                   GO TO 4410-EXIT
           END-READ.
           MOVE PI-SUC   TO ws-ca-suc.
           MOVE PI-SOCIO TO ws-ca-socio.
           PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT.
           IF ws-clave-traducida
               MOVE ws-ca-suc   TO PI-SUC
               MOVE ws-ca-socio TO PI-SOCIO
               ADD 1 TO ws-arch-cant(ws-ix-arch)
           END-IF.
           WRITE TRABAJO-REC FROM INCUMPLIDA-REC.
           PERFORM 8200-VERIFICAR-TRABAJO THRU 8200-EXIT.
       4410-EXIT.
           EXIT.

       4420-DEVOLVER-INCUMPLIDA.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
                   GO TO 4420-EXIT
           END-READ.
           WRITE INCUMPLIDA-REC FROM TRABAJO-REC.
           IF WS-FS-INCUMPLIDAS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en PROMINC - file "
                       "status " WS-FS-INCUMPLIDAS
               STOP RUN
           END-IF.
       4420-EXIT.
           EXIT.

       4800-ABRIR-TRABAJO.
           OPEN OUTPUT TRABAJO-FILE.
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       ws-nombre-arch(ws-ix-arch)
                       " - file status " WS-FS-TRABAJO
               STOP RUN
           END-IF.
       4800-EXIT.
           EXIT.

      * clave vieja -> clave de hoy, siguiendo la cadena de
      * TRASXREF (un socio movido dos veces tiene dos eslabones,
      * como en BCOSOC04); una clave que ya es la de hoy no esta
      * en la referencia y queda como esta, asi volver a pasar un
      * archivo ya traducido no lo cambia
       4900-TRADUCIR-CLAVE.
           MOVE "N" TO ws-sw-traducida.
           IF ws-ca-suc NOT NUMERIC OR ws-ca-socio NOT NUMERIC
               GO TO 4900-EXIT
           END-IF.
           MOVE ZERO TO ws-ca-saltos.
           MOVE "N" TO ws-sw-fin-cadena.
           PERFORM 4910-SEGUIR-CADENA THRU 4910-EXIT
               UNTIL ws-fin-cadena.
       4900-EXIT.
           EXIT.

       4910-SEGUIR-CADENA.
           MOVE ws-ca-suc   TO XR-SUC-ANT.
           MOVE ws-ca-socio TO XR-SOCIO-ANT.
           READ TRASPASOS-FILE
               INVALID KEY
                   SET ws-fin-cadena TO TRUE
                   GO TO 4910-EXIT
           END-READ.
           MOVE XR-SUC-NUEVA   TO ws-ca-suc.
           MOVE XR-SOCIO-NUEVO TO ws-ca-socio.
           MOVE "S" TO ws-sw-traducida.
           ADD 1 TO ws-ca-saltos.
           IF ws-ca-saltos NOT < 20
               SET ws-fin-cadena TO TRUE
           END-IF.
       4910-EXIT.
           EXIT.
      ******************************************************************
      * 5000 - control contra el maestro: cada clave nueva tiene que
      * estar y cada clave vieja no; lo que entra a cada destino se
      * cuenta con el saldo que quedo grabado. Un traspaso de una
      * corrida anterior se controla en la clave de hoy pero no
      * entra al cuadre: su salida se conto en aquella corrida
      ******************************************************************
       5000-CONTROLAR-MAESTRO.
           MOVE ZERO TO TM-SUC-ANT.
           MOVE ZERO TO TM-SOCIO-ANT.
           MOVE "N" TO ws-sw-eof-mapa.
           START MAPA-FILE KEY IS >= TM-CLAVE-ANT
               INVALID KEY SET ws-eof-mapa TO TRUE
           END-START.
           PERFORM 5100-CONTROLAR-TRASPASO THRU 5100-EXIT
               UNTIL ws-eof-mapa.
       5000-EXIT.
           EXIT.

       5100-CONTROLAR-TRASPASO.
           READ MAPA-FILE NEXT RECORD
               AT END
                   SET ws-eof-mapa TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE TM-SUC-NUEVA   TO ws-ca-suc.
           MOVE TM-SOCIO-NUEVO TO ws-ca-socio.
           IF TM-CORRIDA = "A"
               PERFORM 4900-TRADUCIR-CLAVE THRU 4900-EXIT
           END-IF.
           MOVE ws-ca-suc      TO SM-SUC.
           MOVE ws-ca-socio    TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE ws-ca-socio    TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Clave nueva ausente del maestro"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   ADD 1 TO ws-cant-descuadres
               NOT INVALID KEY
                   IF TM-CORRIDA NOT = "A"
                       COMPUTE ws-ix-dest = SM-SUC + 1
                       ADD 1 TO ws-su-ent-cant(ws-ix-dest)
                       ADD SM-SALDO TO ws-su-ent-saldo(ws-ix-dest)
                   END-IF
           END-READ.
           MOVE TM-SUC-ANT   TO SM-SUC.
           MOVE TM-SOCIO-ANT TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SOCIO"      TO ws-exc-campo
                   MOVE TM-SOCIO-ANT TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Clave anterior sigue en el maestro"
                                     TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   ADD 1 TO ws-cant-descuadres
           END-READ.
       5100-EXIT.
           EXIT.
      ******************************************************************
      * 6000 - listado de control: registros reclavados por archivo,
      * salidas y entradas por sucursal y el cuadre general (lo que
      * salio de los origenes contra lo que entro a los destinos)
      ******************************************************************
       6000-IMPRIMIR-CONTROL.
           IF ws-cant-trasladados = ZERO
               WRITE LISTADO-REC FROM lin-sin-traspasos
                   AFTER ADVANCING 1 LINE
               PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT
           END-IF.
           WRITE LISTADO-REC FROM lin-cab-archivos
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6100-IMPRIMIR-ARCHIVO THRU 6100-EXIT
               VARYING ws-ix-arch FROM 1 BY 1
               UNTIL ws-ix-arch > 12.
           WRITE LISTADO-REC FROM lin-cab-sucursales
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6200-IMPRIMIR-SUCURSAL THRU 6200-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           MOVE ws-tot-sal-cant  TO l-tot-salen.
           MOVE ws-tot-sal-saldo TO l-tot-saldo-sal.
           MOVE ws-tot-ent-cant  TO l-tot-entran.
           MOVE ws-tot-ent-saldo TO l-tot-saldo-ent.
           IF ws-tot-sal-cant = ws-tot-ent-cant
               AND ws-tot-sal-saldo = ws-tot-ent-saldo
               AND ws-tot-sal-cant = ws-cant-trasladados
               AND ws-cant-descuadres = ZERO
               MOVE "cuadra"    TO l-tot-control
           ELSE
               MOVE "NO CUADRA" TO l-tot-control
               ADD 1 TO ws-cant-descuadres
           END-IF.
           WRITE LISTADO-REC FROM lin-total
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-cant-leidas      TO l-res-leidos.
           MOVE ws-cant-trasladados TO l-res-trasladados.
           MOVE ws-cant-rechazos    TO l-res-rechazos.
           WRITE LISTADO-REC FROM lin-resumen
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           IF ws-cant-pendientes > ZERO
               MOVE ws-cant-pendientes TO l-pen-cant
               WRITE LISTADO-REC FROM lin-pendientes
                   AFTER ADVANCING 1 LINE
               PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-ARCHIVO.
           MOVE ws-nombre-arch(ws-ix-arch) TO l-arc-nombre.
           MOVE ws-arch-cant(ws-ix-arch)   TO l-arc-cant.
           IF ws-arch-disp(ws-ix-arch) = "S"
               OR (ws-cant-trasladados = ZERO
                   AND ws-cant-pendientes = ZERO)
               MOVE SPACES TO l-arc-nota
           ELSE
               MOVE "(archivo ausente)" TO l-arc-nota
           END-IF.
           WRITE LISTADO-REC FROM lin-archivo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6100-EXIT.
           EXIT.

       6200-IMPRIMIR-SUCURSAL.
           IF ws-su-sal-cant(ws-ix-suc) = ZERO
               AND ws-su-ent-cant(ws-ix-suc) = ZERO
               GO TO 6200-EXIT
           END-IF.
           COMPUTE l-suc-num = ws-ix-suc - 1.
           MOVE ws-su-sal-cant(ws-ix-suc)  TO l-suc-salen.
           MOVE ws-su-sal-saldo(ws-ix-suc) TO l-suc-saldo-sal.
           MOVE ws-su-ent-cant(ws-ix-suc)  TO l-suc-entran.
           MOVE ws-su-ent-saldo(ws-ix-suc) TO l-suc-saldo-ent.
           WRITE LISTADO-REC FROM lin-sucursal
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           ADD ws-su-sal-cant(ws-ix-suc)  TO ws-tot-sal-cant.
           ADD ws-su-sal-saldo(ws-ix-suc) TO ws-tot-sal-saldo.
           ADD ws-su-ent-cant(ws-ix-suc)  TO ws-tot-ent-cant.
           ADD ws-su-ent-saldo(ws-ix-suc) TO ws-tot-ent-saldo.
       6200-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - registro de un pedido o socio rechazado en el log
      ******************************************************************
       8000-REGISTRAR-EXCEPCION.
           ADD 1 TO ws-cant-rechazos.
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
      * 8100 a 8300 - escrituras controladas y error de reclave (un
      * archivo dependiente que no acepta la clave nueva deja ese
      * archivo del socio a medio mover y se corta: el maestro, la
      * referencia y TRASMAPA ya tienen la clave nueva, la proxima
      * corrida completa los secuenciales de todos los traspasos
      * hechos y el archivo indexado informado se corrige a mano;
      * la foto solo sirve para volver atras el maestro)
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "traspasos - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-TRABAJO.
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo de "
                       ws-nombre-arch(ws-ix-arch)
                       " - file status " WS-FS-TRABAJO
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.

       8300-ERROR-RECLAVE.
           DISPLAY "ERROR: no se pudo reclavar "
                   ws-nombre-arch(ws-ix-arch) " del socio "
                   ws-tp-suc-ant "/" ws-tp-socio-ant " al "
                   ws-tp-suc-nueva "/" ws-tp-socio-nuevo
                   " - file status " ws-fs-error.
           STOP RUN.
       8300-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           CLOSE NOVEDADES-FILE.
           CLOSE SOCIOS-FILE.
           CLOSE TRASPASOS-FILE.
      * la corrida termino: no queda ningun traspaso pendiente
           CLOSE MAPA-FILE.
           OPEN OUTPUT MAPA-FILE.
           CLOSE MAPA-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE EXCEPCION-FILE.
           CLOSE LISTADO-FILE.
           IF ws-arch-disp(1) = "S"
               CLOSE CONVENIOS-FILE
           END-IF.
           IF ws-arch-disp(2) = "S"
               CLOSE CUOTAS-FILE
           END-IF.
           IF ws-arch-disp(3) = "S"
               CLOSE DOMICILIOS-FILE
           END-IF.
           IF ws-arch-disp(4) = "S"
               CLOSE PENDIENTES-FILE
           END-IF.
           IF ws-arch-disp(5) = "S"
               CLOSE CASTIGOS-FILE
           END-IF.
           IF ws-arch-disp(6) = "S"
               CLOSE DEVENGADOS-FILE
           END-IF.
           IF ws-arch-disp(7) = "S"
               CLOSE ADHESIONES-FILE
           END-IF.
           IF ws-arch-disp(8) = "S"
               CLOSE DEBITOS-FILE
           END-IF.
           DISPLAY "Pedidos de traspaso leidos: " ws-cant-leidas.
           DISPLAY "Socios trasladados        : " ws-cant-trasladados.
           DISPLAY "Rechazados (ver EXCEPTRA) : " ws-cant-rechazos.
           IF ws-cant-pendientes > ZERO
               DISPLAY "Pendientes completados    : "
                       ws-cant-pendientes
           END-IF.
           IF ws-cant-descuadres > ZERO
               DISPLAY "ERROR: el traspaso no cuadra - revisar "
                       "TRASLIST y EXCEPTRA"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-cant-rechazos > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC19.

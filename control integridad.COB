      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Control de integridad entre archivos, antes del
      *             listado nocturno: compara los maestros y archivos
      *             de la cadena entre si sin modificar ninguno
      *             (saldo final de HISTMOV contra SOCIOS, cuotas
      *             pagas del convenio contra CUOTAS, convenios
      *             vigentes de socios sin deuda, referencias de
      *             RETORNO, DOMICILI, MOVRECH y PENDNOV a socios
      *             inexistentes, novedades pendientes demoradas y
      *             sucursales de SOCIOS fuera del maestro SUCURSAL).
      *             Lista cada inconsistencia con su tipo, severidad
      *             y sucursal, resume por tipo y sucursal, y deja el
      *             resultado en RUNCTL (RN-INTEGRIDAD) y en el
      *             RETURN-CODE: con una inconsistencia critica
      *             BCOSOC01 no arranca sin autorizacion.
      * Tectonics:  cobc -x "control integridad.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  El saldo vigente del historial es el del
      *                 ultimo movimiento aplicado: se ordena por
      *                 socio y orden de grabacion en HISTMOV, no por
      *                 fecha y hora (un reciclado, un debito directo
      *                 o un devengamiento llevan la fecha del
      *                 movimiento, anterior a la de su aplicacion).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC17.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "CTRLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

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

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT HISTORIAL-ORDEN ASSIGN TO "CTRLORD".

           SELECT TRABAJO-FILE ASSIGN TO "CTRLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.

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

           SELECT CASTIGOS-FILE ASSIGN TO "CASTIGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               FILE STATUS IS WS-FS-CASTIGOS.

           SELECT RETORNO-FILE ASSIGN TO "RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CLAVE
               FILE STATUS IS WS-FS-DOMICILIOS.

           SELECT RECHAZOS-FILE ASSIGN TO "MOVRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

           SELECT PENDIENTES-FILE ASSIGN TO "PENDNOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-FECHA
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT LISTADO-FILE ASSIGN TO "CTRLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * PARAMETROS DEL CONTROL
      *   CK-DIAS-PENDNOV: antiguedad maxima de una novedad pendiente
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 CK-DIAS-PENDNOV    PIC 9(03).

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

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC04, con la hora como caracteres)
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

      * ORDENAMIENTO DEL HISTORIAL POR SUCURSAL/SOCIO Y ORDEN DE
      * GRABACION (HISTMOV se extiende en el orden en que se aplican
      * los movimientos; HS-SECUENCIA es la posicion en el archivo)
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
           05 HS-SECUENCIA       PIC 9(09).

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
           05 TR-REF-FECHA       PIC X(08).
           05 TR-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).
           05 TR-SECUENCIA       PIC 9(09).

      * MAESTRO DE CONVENIOS DE PAGO (mismo layout que en BCOSOC05)
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

      * CUOTAS DE LOS CONVENIOS (mismo layout que en BCOSOC05)
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

      * CUENTAS CASTIGADAS (mismo layout que en BCOSOC11): un socio
      * castigado ya no esta en SOCIOS y sus referencias son validas
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

      * RETORNO DEL SISTEMA DE COBRANZAS (mismo layout que en
      * BCOSOC01)
       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RT-SUC             PIC 9(03).
           05 RT-SOCIO           PIC 9(10).
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

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

      * MOVIMIENTOS NO APLICADOS (mismo layout que en BCOSOC08)
       FD  RECHAZOS-FILE.
       01  RECHAZO-REC.
           05 RZ-TIPO            PIC X(01).
           05 RZ-SUC             PIC 9(03).
           05 RZ-SOCIO           PIC 9(10).
           05 RZ-FECHA           PIC 9(08).
           05 RZ-IMPORTE         PIC 9(09)V99.
           05 RZ-MOTIVO          PIC X(40).
           05 RZ-INTENTOS        PIC 9(02).
           05 RZ-FEC-PRIMER      PIC 9(08).
           05 RZ-REF-FECHA       PIC 9(08).
           05 RZ-REF-HORA        PIC 9(08).
           05 RZ-OPERADOR        PIC X(08).

      * NOVEDADES PENDIENTES DE APROBACION (mismo layout que en
      * BCOSOC02 y BCOSOC06)
      *   PD-TIPO: B = baja / M = modificacion / R = contrasiento
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

      * CONTROL DE CORRIDA DIARIO (mismo layout que en BCOSOC01)
      *   RN-INTEGRIDAD: C = sin inconsistencias / A = advertencias /
      *   X = inconsistencias criticas (retiene el listado)
       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           05 RN-FECHA           PIC 9(08).
           05 RN-IMPUTACION      PIC X(01).
           05 RN-LISTADO         PIC X(01).
           05 RN-CONVENIOS       PIC X(01).
           05 RN-RECICLAJE       PIC X(01).
           05 RN-INTEGRIDAD      PIC X(01).
           05 FILLER             PIC X(07).

      * LISTADO DE INCONSISTENCIAS
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-titulo.
           03 filler pic x(40) value
                  "Control de integridad entre archivos - ".
           03 l-fecha pic 9(08).
           03 filler pic x(27) value
                  "   Antiguedad max. PENDNOV ".
           03 l-dias-pendnov pic zz9.
           03 filler pic x(05) value " dias".
       01  lin-cabecera.
           03 filler pic x(11) value "Tipo".
           03 filler pic x(05) value "Sev".
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(60) value "Detalle".
       01  lin-detalle.
           03 l-det-tipo pic x(10).
           03 filler pic x(01) value spaces.
           03 l-det-sev pic x(04).
           03 filler pic x(01) value spaces.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-texto pic x(60).
       01  lin-aviso.
           03 filler pic x(09) value "AVISO:  ".
           03 l-aviso-texto pic x(70).
       01  lin-res-titulo.
           03 filler pic x(40) value
              "Resumen de inconsistencias por sucursal".
       01  lin-res-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(11) value "Tipo".
           03 filler pic x(05) value "Sev".
           03 filler pic x(46) value "Descripcion".
           03 filler pic x(10) value "  Cantidad".
       01  lin-res-detalle.
           03 l-res-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-res-tipo pic x(10).
           03 filler pic x(01) value spaces.
           03 l-res-sev pic x(04).
           03 filler pic x(01) value spaces.
           03 l-res-desc pic x(45).
           03 filler pic x(01) value spaces.
           03 l-res-cant pic zzzzzzzz9.
       01  lin-tot-titulo.
           03 filler pic x(30) value "Total del banco por tipo".
       01  lin-resultado.
           03 filler pic x(23) value "Resultado del control: ".
           03 l-resultado pic x(60).

    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-params      pic x(02).
           03 ws-fs-socios      pic x(02).
           03 ws-fs-sucursales  pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-trabajo     pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-cuotas      pic x(02).
           03 ws-fs-castigos    pic x(02).
           03 ws-fs-retorno     pic x(02).
           03 ws-fs-domicilios  pic x(02).
           03 ws-fs-rechazos    pic x(02).
           03 ws-fs-pendientes  pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-listado     pic x(02).

       01  ws-switches.
           03 ws-sw-eof-socios     pic x(01) value "N".
              88 ws-eof-socios          value "S".
           03 ws-sw-eof-sucursales pic x(01) value "N".
              88 ws-eof-sucursales      value "S".
           03 ws-sw-eof-trabajo    pic x(01) value "N".
              88 ws-eof-trabajo         value "S".
           03 ws-sw-eof-historial  pic x(01) value "N".
              88 ws-eof-historial       value "S".
           03 ws-sw-eof-convenios  pic x(01) value "N".
              88 ws-eof-convenios       value "S".
           03 ws-sw-eof-cuotas     pic x(01) value "N".
              88 ws-eof-cuotas          value "S".
           03 ws-sw-eof-retorno    pic x(01) value "N".
              88 ws-eof-retorno         value "S".
           03 ws-sw-eof-domicilios pic x(01) value "N".
              88 ws-eof-domicilios      value "S".
           03 ws-sw-eof-rechazos   pic x(01) value "N".
              88 ws-eof-rechazos        value "S".
           03 ws-sw-eof-pendientes pic x(01) value "N".
              88 ws-eof-pendientes      value "S".
           03 ws-sw-sucursales     pic x(01) value "N".
              88 ws-sucursales-disp     value "S".
           03 ws-sw-castigos       pic x(01) value "N".
              88 ws-castigos-disp       value "S".
           03 ws-sw-socio-existe   pic x(01) value "N".
              88 ws-socio-existe        value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-hoy-dias       pic s9(09) comp.

      * parametros: sin CTRLPARM una novedad pendiente de mas de
      * cinco dias ya es una demora
       01  ws-parametros.
           03 ws-dias-pendnov   pic 9(03) value 5.

      * socio en curso y su ultimo saldo en el historial
       01  ws-grupo.
           03 ws-grp-suc        pic 9(03).
           03 ws-grp-socio      pic 9(10).
           03 ws-grp-saldo      pic s9(09)v99.
           03 ws-suc-anterior   pic 9(04) value 9999.
           03 ws-suc-socios     pic 9(07) comp.
           03 ws-cuotas-canc    pic 9(05) comp.
           03 ws-dias-pend      pic s9(09) comp.

      * inconsistencia a informar
       01  ws-inconsistencia.
           03 ws-inc-tipo       pic 9(02).
           03 ws-inc-suc        pic 9(03).
           03 ws-inc-socio      pic 9(10).
           03 ws-inc-texto      pic x(60).
           03 ws-edit-1         pic ---.---.--9,99.
           03 ws-edit-2         pic ---.---.--9,99.
           03 ws-edit-cant      pic zzz9.
           03 ws-edit-cant-2    pic zzz9.
           03 ws-edit-dias      pic zzzz9.
           03 ws-edit-socios    pic zzzzzz9.

      * tipos de inconsistencia: codigo, severidad (C = critica,
      * retiene el listado / A = advertencia) y descripcion
       01  ws-tipos-def.
           03 filler pic x(10) value "SALDO".
           03 filler pic x(01) value "C".
           03 filler pic x(45) value
              "Saldo final HISTMOV distinto de SOCIOS".
           03 filler pic x(10) value "CUOTAS".
           03 filler pic x(01) value "C".
           03 filler pic x(45) value
              "Cuotas pagas del convenio distintas de CUOTAS".
           03 filler pic x(10) value "CONV-SALDO".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "Convenio vigente de socio sin deuda".
           03 filler pic x(10) value "RETORNO".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "RETORNO de socio inexistente".
           03 filler pic x(10) value "DOMICILI".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "Domicilio de socio inexistente".
           03 filler pic x(10) value "MOVRECH".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "Movimiento rechazado de socio inexistente".
           03 filler pic x(10) value "PENDNOV".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "Novedad pendiente de socio inexistente".
           03 filler pic x(10) value "PEND-DEMOR".
           03 filler pic x(01) value "A".
           03 filler pic x(45) value
              "Novedad pendiente demorada".
           03 filler pic x(10) value "SUCURSAL".
           03 filler pic x(01) value "C".
           03 filler pic x(45) value
              "Sucursal de SOCIOS fuera del maestro SUCURSAL".
       01  ws-tipos-r redefines ws-tipos-def.
           03 ws-tipo-e occurs 9 times.
              05 ws-tipo-cod      pic x(10).
              05 ws-tipo-sev      pic x(01).
              05 ws-tipo-desc     pic x(45).
       01  ws-ix-tipo           pic 9(02).

      * sucursales del maestro SUCURSAL (posicion = sucursal + 1)
       01  ws-tabla-sucursales.
           03 ws-suc-existe     pic x(01) occurs 1000 times.
           03 ws-ix-suc         pic 9(04) comp.

      * inconsistencias por sucursal (posicion = sucursal + 1) y tipo
       01  ws-tabla-resumen.
           03 ws-res-e occurs 1000 times.
              05 ws-res-total     pic 9(07) comp.
              05 ws-res-tipo      pic 9(07) comp occurs 9 times.

       01  ws-contadores.
           03 ws-tot-tipo       pic 9(07) comp occurs 9 times.
           03 ws-cant-criticas  pic 9(07) comp value zero.
           03 ws-cant-advertencias pic 9(07) comp value zero.
           03 ws-cant-socios    pic 9(07) comp value zero.
           03 ws-cant-historial pic 9(07) comp value zero.
           03 ws-sec-historial  pic 9(09) comp value zero.
           03 ws-cant-convenios pic 9(07) comp value zero.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
      * 0000-MAINLINE - programa principal
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONTROLAR-SUCURSALES THRU 2000-EXIT.
           PERFORM 3000-CONTROLAR-SALDOS THRU 3000-EXIT.
           PERFORM 4000-CONTROLAR-CONVENIOS THRU 4000-EXIT.
           PERFORM 5000-CONTROLAR-RETORNO THRU 5000-EXIT.
           PERFORM 5200-CONTROLAR-DOMICILIOS THRU 5200-EXIT.
           PERFORM 5400-CONTROLAR-RECHAZOS THRU 5400-EXIT.
           PERFORM 5600-CONTROLAR-PENDIENTES THRU 5600-EXIT.
           PERFORM 6000-IMPRIMIR-RESUMEN THRU 6000-EXIT.
           PERFORM 7000-REGISTRAR-RESULTADO THRU 7000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - parametros, apertura y tablas; SOCIOS es
      * el unico archivo imprescindible, los demas se controlan si
      * estan presentes
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE ws-hoy-dias = FUNCTION INTEGER-OF-DATE(ws-fecha-hoy).
           OPEN INPUT PARAMETROS-FILE.
           IF WS-FS-PARAMS = "00"
               READ PARAMETROS-FILE
                   AT END
                       MOVE ZERO TO CK-DIAS-PENDNOV
               END-READ
               IF CK-DIAS-PENDNOV NUMERIC AND CK-DIAS-PENDNOV > ZERO
                   MOVE CK-DIAS-PENDNOV TO ws-dias-pendnov
               END-IF
               CLOSE PARAMETROS-FILE
           END-IF.
           OPEN INPUT SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN INPUT CASTIGOS-FILE.
           IF WS-FS-CASTIGOS = "00"
               MOVE "S" TO ws-sw-castigos
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "inconsistencias - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           PERFORM 1010-LIMPIAR-SUCURSAL THRU 1010-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           PERFORM 1030-LIMPIAR-TOTAL THRU 1030-EXIT
               VARYING ws-ix-tipo FROM 1 BY 1
               UNTIL ws-ix-tipo > 9.
           MOVE ws-fecha-hoy    TO l-fecha.
           MOVE ws-dias-pendnov TO l-dias-pendnov.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-SUCURSAL.
           MOVE "N"  TO ws-suc-existe(ws-ix-suc).
           MOVE ZERO TO ws-res-total(ws-ix-suc).
           PERFORM 1020-LIMPIAR-TIPO THRU 1020-EXIT
               VARYING ws-ix-tipo FROM 1 BY 1
               UNTIL ws-ix-tipo > 9.
       1010-EXIT.
           EXIT.

       1020-LIMPIAR-TIPO.
           MOVE ZERO TO ws-res-tipo(ws-ix-suc, ws-ix-tipo).
       1020-EXIT.
           EXIT.

       1030-LIMPIAR-TOTAL.
           MOVE ZERO TO ws-tot-tipo(ws-ix-tipo).
       1030-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - sucursales: cada sucursal que aparece en SOCIOS tiene
      * que estar en el maestro SUCURSAL (se informa una vez por
      * sucursal, con la cantidad de socios que tiene)
      ******************************************************************
       2000-CONTROLAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-FS-SUCURSALES NOT = "00"
               MOVE "sin maestro SUCURSAL, no se controlan sucursales"
                   TO l-aviso-texto
               PERFORM 8200-IMPRIMIR-AVISO THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE "S" TO ws-sw-sucursales.
           PERFORM 2010-LEER-SUCURSAL THRU 2010-EXIT.
           PERFORM 2020-GUARDAR-SUCURSAL THRU 2020-EXIT
               UNTIL ws-eof-sucursales.
           CLOSE SUCURSALES-FILE.
           MOVE ZERO TO SM-SUC.
           MOVE ZERO TO SM-SOCIO.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-socios TO TRUE
           END-START.
           PERFORM 2100-RECORRER-SOCIO THRU 2100-EXIT
               UNTIL ws-eof-socios.
           PERFORM 2200-CERRAR-SUCURSAL THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2010-LEER-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET ws-eof-sucursales TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-GUARDAR-SUCURSAL.
           IF SU-NUM NUMERIC
               COMPUTE ws-ix-suc = SU-NUM + 1
               MOVE "S" TO ws-suc-existe(ws-ix-suc)
           END-IF.
           PERFORM 2010-LEER-SUCURSAL THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

       2100-RECORRER-SOCIO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-socios TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO ws-cant-socios.
           IF SM-SUC NOT = ws-suc-anterior
               PERFORM 2200-CERRAR-SUCURSAL THRU 2200-EXIT
               MOVE SM-SUC TO ws-suc-anterior
               MOVE ZERO   TO ws-suc-socios
           END-IF.
           ADD 1 TO ws-suc-socios.
       2100-EXIT.
           EXIT.

       2200-CERRAR-SUCURSAL.
           IF ws-suc-anterior = 9999
               GO TO 2200-EXIT
           END-IF.
           COMPUTE ws-ix-suc = ws-suc-anterior + 1.
           IF ws-suc-existe(ws-ix-suc) = "S"
               GO TO 2200-EXIT
           END-IF.
           MOVE 9               TO ws-inc-tipo.
           MOVE ws-suc-anterior TO ws-inc-suc.
           MOVE ZERO            TO ws-inc-socio.
           MOVE ws-suc-socios   TO ws-edit-socios.
           MOVE SPACES TO ws-inc-texto.
           STRING "sucursal sin alta en SUCURSAL con "
                  DELIMITED BY SIZE
                  ws-edit-socios DELIMITED BY SIZE
                  " socios" DELIMITED BY SIZE
               INTO ws-inc-texto.
           PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - saldos: el historial ordenado por socio y orden de
      * grabacion deja como ultimo registro el del ultimo movimiento
      * aplicado, cuyo saldo tiene que ser el del maestro (el saldo
      * de apertura de la depuracion cuenta como un movimiento mas).
      * La fecha y la hora no sirven: son las del movimiento, y un
      * reciclado (BCOSOC08), un debito directo (BCOSOC14) o un
      * devengamiento (BCOSOC10) se aplican despues de movimientos
      * de fecha posterior. Los socios que ya no estan en SOCIOS
      * (castigos, bajas) no se comparan
      ******************************************************************
       3000-CONTROLAR-SALDOS.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               MOVE "sin archivo HISTMOV, no se controlan saldos"
                   TO l-aviso-texto
               PERFORM 8200-IMPRIMIR-AVISO THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF.
           CLOSE HISTORIAL-FILE.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY HS-SUC HS-SOCIO HS-SECUENCIA
               INPUT PROCEDURE 3050-NUMERAR-HISTORIAL
                   THRU 3050-EXIT
               GIVING TRABAJO-FILE.
           OPEN INPUT TRABAJO-FILE.
           IF WS-FS-TRABAJO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial "
                       "ordenado - file status " WS-FS-TRABAJO
               STOP RUN
           END-IF.
           PERFORM 3010-LEER-TRABAJO THRU 3010-EXIT.
           IF NOT ws-eof-trabajo
               MOVE TR-SUC   TO ws-grp-suc
               MOVE TR-SOCIO TO ws-grp-socio
           END-IF.
           PERFORM 3100-RECORRER-HISTORIAL THRU 3100-EXIT
               UNTIL ws-eof-trabajo.
           IF ws-cant-historial > ZERO
               PERFORM 3200-COMPARAR-SALDO THRU 3200-EXIT
           END-IF.
           CLOSE TRABAJO-FILE.
       3000-EXIT.
           EXIT.

       3010-LEER-TRABAJO.
           READ TRABAJO-FILE
               AT END
                   SET ws-eof-trabajo TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      * entrada del ordenamiento: cada movimiento con su posicion
       3050-NUMERAR-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           MOVE ZERO TO ws-sec-historial.
           MOVE "N" TO ws-sw-eof-historial.
           PERFORM 3060-LIBERAR-MOVIMIENTO THRU 3060-EXIT
               UNTIL ws-eof-historial.
           CLOSE HISTORIAL-FILE.
       3050-EXIT.
           EXIT.

       3060-LIBERAR-MOVIMIENTO.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-historial TO TRUE
                   GO TO 3060-EXIT
           END-READ.
           ADD 1 TO ws-sec-historial.
           MOVE HISTORIAL-REC    TO HISTORIAL-ORDEN-REC.
           MOVE ws-sec-historial TO HS-SECUENCIA.
           RELEASE HISTORIAL-ORDEN-REC.
       3060-EXIT.
           EXIT.

       3100-RECORRER-HISTORIAL.
           IF TR-SUC NOT = ws-grp-suc OR TR-SOCIO NOT = ws-grp-socio
               PERFORM 3200-COMPARAR-SALDO THRU 3200-EXIT
               MOVE TR-SUC   TO ws-grp-suc
               MOVE TR-SOCIO TO ws-grp-socio
           END-IF.
           ADD 1 TO ws-cant-historial.
           MOVE TR-SALDO-POST TO ws-grp-saldo.
           PERFORM 3010-LEER-TRABAJO THRU 3010-EXIT.
       3100-EXIT.
           EXIT.

       3200-COMPARAR-SALDO.
           MOVE ws-grp-suc   TO SM-SUC.
           MOVE ws-grp-socio TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           IF SM-SALDO = ws-grp-saldo
               GO TO 3200-EXIT
           END-IF.
           MOVE 1            TO ws-inc-tipo.
           MOVE ws-grp-suc   TO ws-inc-suc.
           MOVE ws-grp-socio TO ws-inc-socio.
           MOVE ws-grp-saldo TO ws-edit-1.
           MOVE SM-SALDO     TO ws-edit-2.
           MOVE SPACES TO ws-inc-texto.
           STRING "HISTMOV " DELIMITED BY SIZE
                  ws-edit-1 DELIMITED BY SIZE
                  "  SOCIOS " DELIMITED BY SIZE
                  ws-edit-2 DELIMITED BY SIZE
               INTO ws-inc-texto.
           PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - convenios: las cuotas pagas que lleva el convenio
      * tienen que ser las cuotas canceladas en CUOTAS, y un
      * convenio vigente no puede ser de un socio con saldo a favor
      ******************************************************************
       4000-CONTROLAR-CONVENIOS.
           OPEN INPUT CONVENIOS-FILE.
           IF WS-FS-CONVENIOS NOT = "00"
               MOVE "sin maestro CONVENIO, no se controlan convenios"
                   TO l-aviso-texto
               PERFORM 8200-IMPRIMIR-AVISO THRU 8200-EXIT
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT CUOTAS-FILE.
           IF WS-FS-CUOTAS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de cuotas "
                       "- file status " WS-FS-CUOTAS
               STOP RUN
           END-IF.
           MOVE ZERO TO CV-SUC.
           MOVE ZERO TO CV-SOCIO.
           START CONVENIOS-FILE KEY IS >= CV-CLAVE
               INVALID KEY SET ws-eof-convenios TO TRUE
           END-START.
           PERFORM 4100-CONTROLAR-CONVENIO THRU 4100-EXIT
               UNTIL ws-eof-convenios.
           CLOSE CONVENIOS-FILE.
           CLOSE CUOTAS-FILE.
       4000-EXIT.
           EXIT.

       4100-CONTROLAR-CONVENIO.
           READ CONVENIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-convenios TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO ws-cant-convenios.
           PERFORM 4200-CONTAR-CUOTAS THRU 4200-EXIT.
           IF ws-cuotas-canc NOT = CV-CUOTAS-PAGAS
               MOVE 2        TO ws-inc-tipo
               MOVE CV-SUC   TO ws-inc-suc
               MOVE CV-SOCIO TO ws-inc-socio
               MOVE CV-CUOTAS-PAGAS TO ws-edit-cant
               MOVE ws-cuotas-canc  TO ws-edit-cant-2
               MOVE SPACES TO ws-inc-texto
               STRING "convenio " DELIMITED BY SIZE
                      ws-edit-cant DELIMITED BY SIZE
                      " pagas, CUOTAS " DELIMITED BY SIZE
                      ws-edit-cant-2 DELIMITED BY SIZE
                      " canceladas" DELIMITED BY SIZE
                   INTO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
           IF CV-ESTADO NOT = "V"
               GO TO 4100-EXIT
           END-IF.
           MOVE CV-SUC   TO SM-SUC.
           MOVE CV-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           IF SM-SALDO > ZERO
               MOVE 3        TO ws-inc-tipo
               MOVE CV-SUC   TO ws-inc-suc
               MOVE CV-SOCIO TO ws-inc-socio
               MOVE SM-SALDO TO ws-edit-1
               MOVE SPACES TO ws-inc-texto
               STRING "convenio vigente con saldo a favor "
                      DELIMITED BY SIZE
                      ws-edit-1 DELIMITED BY SIZE
                   INTO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CONTAR-CUOTAS.
           MOVE ZERO TO ws-cuotas-canc.
           MOVE "N"  TO ws-sw-eof-cuotas.
           MOVE CV-SUC   TO CU-SUC.
           MOVE CV-SOCIO TO CU-SOCIO.
           MOVE ZERO     TO CU-NRO.
           START CUOTAS-FILE KEY IS >= CU-CLAVE
               INVALID KEY SET ws-eof-cuotas TO TRUE
           END-START.
           PERFORM 4210-LEER-CUOTA THRU 4210-EXIT
               UNTIL ws-eof-cuotas.
       4200-EXIT.
           EXIT.

       4210-LEER-CUOTA.
           READ CUOTAS-FILE NEXT RECORD
               AT END
                   SET ws-eof-cuotas TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           IF CU-SUC NOT = CV-SUC OR CU-SOCIO NOT = CV-SOCIO
               SET ws-eof-cuotas TO TRUE
               GO TO 4210-EXIT
           END-IF.
           IF CU-ESTADO = "C"
               ADD 1 TO ws-cuotas-canc
           END-IF.
       4210-EXIT.
           EXIT.
      ******************************************************************
      * 5000 a 5600 - referencias a socios: el retorno de cobranzas,
      * los domicilios y los movimientos rechazados de un socio
      * castigado siguen siendo validos; una novedad pendiente no,
      * porque no hay cuenta a la que aplicarla
      ******************************************************************
       5000-CONTROLAR-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF WS-FS-RETORNO NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-LEER-RETORNO THRU 5010-EXIT.
           PERFORM 5100-CONTROLAR-GESTION THRU 5100-EXIT
               UNTIL ws-eof-retorno.
           CLOSE RETORNO-FILE.
       5000-EXIT.
           EXIT.

       5010-LEER-RETORNO.
           READ RETORNO-FILE
               AT END
                   SET ws-eof-retorno TO TRUE
           END-READ.
       5010-EXIT.
           EXIT.

       5100-CONTROLAR-GESTION.
           MOVE RT-SUC   TO ws-grp-suc.
           MOVE RT-SOCIO TO ws-grp-socio.
           PERFORM 8300-BUSCAR-SOCIO THRU 8300-EXIT.
           IF NOT ws-socio-existe
               MOVE 4        TO ws-inc-tipo
               MOVE RT-SUC   TO ws-inc-suc
               MOVE RT-SOCIO TO ws-inc-socio
               MOVE SPACES   TO ws-inc-texto
               STRING "gestion " DELIMITED BY SIZE
                      RT-RESULT DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      RT-FECHA DELIMITED BY SIZE
                   INTO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 5010-LEER-RETORNO THRU 5010-EXIT.
       5100-EXIT.
           EXIT.

       5200-CONTROLAR-DOMICILIOS.
           OPEN INPUT DOMICILIOS-FILE.
           IF WS-FS-DOMICILIOS NOT = "00"
               GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO DM-SUC.
           MOVE ZERO TO DM-SOCIO.
           START DOMICILIOS-FILE KEY IS >= DM-CLAVE
               INVALID KEY SET ws-eof-domicilios TO TRUE
           END-START.
           PERFORM 5300-CONTROLAR-DOMICILIO THRU 5300-EXIT
               UNTIL ws-eof-domicilios.
           CLOSE DOMICILIOS-FILE.
       5200-EXIT.
           EXIT.

       5300-CONTROLAR-DOMICILIO.
           READ DOMICILIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-domicilios TO TRUE
                   GO TO 5300-EXIT
           END-READ.
           MOVE DM-SUC   TO ws-grp-suc.
           MOVE DM-SOCIO TO ws-grp-socio.
           PERFORM 8300-BUSCAR-SOCIO THRU 8300-EXIT.
           IF NOT ws-socio-existe
               MOVE 5            TO ws-inc-tipo
               MOVE DM-SUC       TO ws-inc-suc
               MOVE DM-SOCIO     TO ws-inc-socio
               MOVE DM-LOCALIDAD TO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

       5400-CONTROLAR-RECHAZOS.
           OPEN INPUT RECHAZOS-FILE.
           IF WS-FS-RECHAZOS NOT = "00"
               GO TO 5400-EXIT
           END-IF.
           PERFORM 5410-LEER-RECHAZO THRU 5410-EXIT.
           PERFORM 5500-CONTROLAR-RECHAZO THRU 5500-EXIT
               UNTIL ws-eof-rechazos.
           CLOSE RECHAZOS-FILE.
       5400-EXIT.
           EXIT.

       5410-LEER-RECHAZO.
           READ RECHAZOS-FILE
               AT END
                   SET ws-eof-rechazos TO TRUE
           END-READ.
       5410-EXIT.
           EXIT.

       5500-CONTROLAR-RECHAZO.
           MOVE RZ-SUC   TO ws-grp-suc.
           MOVE RZ-SOCIO TO ws-grp-socio.
           PERFORM 8300-BUSCAR-SOCIO THRU 8300-EXIT.
           IF NOT ws-socio-existe
               MOVE 6          TO ws-inc-tipo
               MOVE RZ-SUC     TO ws-inc-suc
               MOVE RZ-SOCIO   TO ws-inc-socio
               MOVE RZ-IMPORTE TO ws-edit-1
               MOVE SPACES     TO ws-inc-texto
               STRING "tipo " DELIMITED BY SIZE
                      RZ-TIPO DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      RZ-FECHA DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      ws-edit-1 DELIMITED BY SIZE
                   INTO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
           PERFORM 5410-LEER-RECHAZO THRU 5410-EXIT.
       5500-EXIT.
           EXIT.

       5600-CONTROLAR-PENDIENTES.
           OPEN INPUT PENDIENTES-FILE.
           IF WS-FS-PENDIENTES NOT = "00"
               GO TO 5600-EXIT
           END-IF.
           MOVE ZERO   TO PD-SUC.
           MOVE ZERO   TO PD-SOCIO.
           MOVE SPACES TO PD-TIPO.
           START PENDIENTES-FILE KEY IS >= PD-CLAVE
               INVALID KEY SET ws-eof-pendientes TO TRUE
           END-START.
           PERFORM 5700-CONTROLAR-PENDIENTE THRU 5700-EXIT
               UNTIL ws-eof-pendientes.
           CLOSE PENDIENTES-FILE.
       5600-EXIT.
           EXIT.

       5700-CONTROLAR-PENDIENTE.
           READ PENDIENTES-FILE NEXT RECORD
               AT END
                   SET ws-eof-pendientes TO TRUE
                   GO TO 5700-EXIT
           END-READ.
           MOVE PD-SUC   TO SM-SUC.
           MOVE PD-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE 7        TO ws-inc-tipo
                   MOVE PD-SUC   TO ws-inc-suc
                   MOVE PD-SOCIO TO ws-inc-socio
                   MOVE SPACES   TO ws-inc-texto
                   STRING "novedad " DELIMITED BY SIZE
                          PD-TIPO DELIMITED BY SIZE
                          " de " DELIMITED BY SIZE
                          PD-OPERADOR DELIMITED BY SIZE
                       INTO ws-inc-texto
                   PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-READ.
           IF PD-FECHA NOT NUMERIC OR PD-FECHA = ZERO
               GO TO 5700-EXIT
           END-IF.
           COMPUTE ws-dias-pend =
               ws-hoy-dias - FUNCTION INTEGER-OF-DATE(PD-FECHA).
           IF ws-dias-pend > ws-dias-pendnov
               MOVE 8            TO ws-inc-tipo
               MOVE PD-SUC       TO ws-inc-suc
               MOVE PD-SOCIO     TO ws-inc-socio
               MOVE ws-dias-pend TO ws-edit-dias
               MOVE SPACES       TO ws-inc-texto
               STRING "novedad " DELIMITED BY SIZE
                      PD-TIPO DELIMITED BY SIZE
                      " de " DELIMITED BY SIZE
                      PD-OPERADOR DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      PD-FECHA DELIMITED BY SIZE
                      ", dias:" DELIMITED BY SIZE
                      ws-edit-dias DELIMITED BY SIZE
                   INTO ws-inc-texto
               PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
           END-IF.
       5700-EXIT.
           EXIT.
      ******************************************************************
      * 6000 - resumen por sucursal y tipo, y total por tipo
      ******************************************************************
       6000-IMPRIMIR-RESUMEN.
           WRITE LISTADO-REC FROM lin-res-titulo
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-res-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6100-IMPRIMIR-SUCURSAL THRU 6100-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           WRITE LISTADO-REC FROM lin-tot-titulo
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6300-IMPRIMIR-TOTAL THRU 6300-EXIT
               VARYING ws-ix-tipo FROM 1 BY 1
               UNTIL ws-ix-tipo > 9.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-SUCURSAL.
           IF ws-res-total(ws-ix-suc) = ZERO
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6200-IMPRIMIR-TIPO THRU 6200-EXIT
               VARYING ws-ix-tipo FROM 1 BY 1
               UNTIL ws-ix-tipo > 9.
       6100-EXIT.
           EXIT.

       6200-IMPRIMIR-TIPO.
           IF ws-res-tipo(ws-ix-suc, ws-ix-tipo) = ZERO
               GO TO 6200-EXIT
           END-IF.
           COMPUTE l-res-suc = ws-ix-suc - 1.
           PERFORM 6400-DESCRIBIR-TIPO THRU 6400-EXIT.
           MOVE ws-res-tipo(ws-ix-suc, ws-ix-tipo) TO l-res-cant.
           WRITE LISTADO-REC FROM lin-res-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6200-EXIT.
           EXIT.

       6300-IMPRIMIR-TOTAL.
           MOVE ZERO TO l-res-suc.
           PERFORM 6400-DESCRIBIR-TIPO THRU 6400-EXIT.
           MOVE ws-tot-tipo(ws-ix-tipo) TO l-res-cant.
           WRITE LISTADO-REC FROM lin-res-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6300-EXIT.
           EXIT.

       6400-DESCRIBIR-TIPO.
           MOVE ws-tipo-cod(ws-ix-tipo)  TO l-res-tipo.
           MOVE ws-tipo-desc(ws-ix-tipo) TO l-res-desc.
           IF ws-tipo-sev(ws-ix-tipo) = "C"
               MOVE "CRIT" TO l-res-sev
           ELSE
               MOVE "adv." TO l-res-sev
           END-IF.
       6400-EXIT.
           EXIT.
      ******************************************************************
      * 7000 - resultado del control: en RUNCTL bajo la fecha del dia
      * (la que mira BCOSOC01 antes de arrancar) y en el RETURN-CODE
      * para la cadena nocturna: 0 sin inconsistencias, 4 solo
      * advertencias, 8 alguna critica
      ******************************************************************
       7000-REGISTRAR-RESULTADO.
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
           MOVE ws-fecha-hoy TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES       TO RUNCTL-REC
                   MOVE ws-fecha-hoy TO RN-FECHA
                   PERFORM 7100-MARCAR-RESULTADO THRU 7100-EXIT
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 7100-MARCAR-RESULTADO THRU 7100-EXIT
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "ERROR: no se pudo registrar el resultado en "
                       "el control de corrida - file status "
                       WS-FS-RUNCTL
               STOP RUN
           END-IF.
           CLOSE RUNCTL-FILE.
           WRITE LISTADO-REC FROM lin-resultado
               AFTER ADVANCING 3 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       7000-EXIT.
           EXIT.

       7100-MARCAR-RESULTADO.
           EVALUATE TRUE
               WHEN ws-cant-criticas > ZERO
                   MOVE "X" TO RN-INTEGRIDAD
                   MOVE 8   TO RETURN-CODE
                   MOVE "INCONSISTENCIAS CRITICAS - listado retenido"
                       TO l-resultado
               WHEN ws-cant-advertencias > ZERO
                   MOVE "A" TO RN-INTEGRIDAD
                   MOVE 4   TO RETURN-CODE
                   MOVE "solo advertencias - el listado puede correr"
                       TO l-resultado
               WHEN OTHER
                   MOVE "C" TO RN-INTEGRIDAD
                   MOVE 0   TO RETURN-CODE
                   MOVE "sin inconsistencias" TO l-resultado
           END-EVALUATE.
       7100-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - registro de una inconsistencia: linea de detalle y
      * acumulados por sucursal, por tipo y por severidad
      ******************************************************************
       8000-REGISTRAR-INCONSISTENCIA.
           MOVE ws-tipo-cod(ws-inc-tipo) TO l-det-tipo.
           IF ws-tipo-sev(ws-inc-tipo) = "C"
               MOVE "CRIT" TO l-det-sev
               ADD 1 TO ws-cant-criticas
           ELSE
               MOVE "adv." TO l-det-sev
               ADD 1 TO ws-cant-advertencias
           END-IF.
           MOVE ws-inc-suc   TO l-det-suc.
           MOVE ws-inc-socio TO l-det-socio.
           MOVE ws-inc-texto TO l-det-texto.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           COMPUTE ws-ix-suc = ws-inc-suc + 1.
           ADD 1 TO ws-res-total(ws-ix-suc).
           ADD 1 TO ws-res-tipo(ws-ix-suc, ws-inc-tipo).
           ADD 1 TO ws-tot-tipo(ws-inc-tipo).
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100 / 8200 - escritura controlada del listado y avisos de
      * controles que no se pudieron hacer
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "inconsistencias - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-IMPRIMIR-AVISO.
           WRITE LISTADO-REC FROM lin-aviso
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 8300 - el socio esta en SOCIOS o fue castigado
      ******************************************************************
       8300-BUSCAR-SOCIO.
           MOVE "S" TO ws-sw-socio-existe.
           MOVE ws-grp-suc   TO SM-SUC.
           MOVE ws-grp-socio TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE "N" TO ws-sw-socio-existe
           END-READ.
           IF ws-socio-existe OR NOT ws-castigos-disp
               GO TO 8300-EXIT
           END-IF.
           MOVE ws-grp-suc   TO CA-SUC.
           MOVE ws-grp-socio TO CA-SOCIO.
           READ CASTIGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
       8300-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           CLOSE SOCIOS-FILE.
           IF ws-castigos-disp
               CLOSE CASTIGOS-FILE
           END-IF.
           CLOSE LISTADO-FILE.
           DISPLAY "Socios controlados     : " ws-cant-socios.
           DISPLAY "Movimientos del hist.  : " ws-cant-historial.
           DISPLAY "Convenios controlados  : " ws-cant-convenios.
           DISPLAY "Inconsistencias crit.  : " ws-cant-criticas.
           DISPLAY "Advertencias           : " ws-cant-advertencias.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC17.

      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Depuracion periodica de los archivos que solo
      *             crecen: del historial de movimientos HISTMOV y de
      *             la pista de auditoria AUDITORI pasa al archivo
      *             historico todo lo anterior a la fecha de corte de
      *             RETPARM, y de las fotos del maestro SNAPSOC se
      *             conservan solo las ultimas N tomas. Cada socio con
      *             movimientos depurados queda en HISTMOV con un
      *             registro de saldo de apertura, asi el resumen de
      *             cuenta (BCOSOC04) sigue encadenando saldos desde
      *             el nuevo inicio. La auditoria posterior a la foto
      *             mas vieja que queda no se toca: la restauracion
      *             (BCOSOC07) la necesita. La planilla de control
      *             DEPULIST muestra por archivo registros e importes
      *             depurados y conservados, para que auditoria
      *             verifique que no se perdio nada.
      * Tectonics:  cobc -x "depuracion historicos.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      * 2026-10-15  jm  El historial se recorre por socio en el orden
      *                 en que se aplicaron los movimientos (orden de
      *                 grabacion) y no por fecha y hora: de cada socio
      *                 se depura solo el tramo inicial anterior al
      *                 corte, asi el saldo de apertura es siempre el
      *                 saldo anterior al primer movimiento que queda.
      *                 HISTMOV se vuelve a grabar en su orden de
      *                 aplicacion, con las aperturas adelante.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC15.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT HISTORIAL-FILE ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT HISTORIAL-ORDEN ASSIGN TO "DEPUORD".

           SELECT ORDENADO-FILE ASSIGN TO "DEPUWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDENADO.

           SELECT CONSERVADO-FILE ASSIGN TO "DEPUCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSERVADO.

           SELECT HIST-NUEVO-FILE ASSIGN TO "HISTNUEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-NUEVO.

           SELECT HIST-ARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-ARCH.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT AUDI-NUEVO-FILE ASSIGN TO "AUDINUEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDI-NUEVO.

           SELECT AUDI-ARCH-FILE ASSIGN TO "AUDIARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDI-ARCH.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT SNAP-NUEVO-FILE ASSIGN TO "SNAPNUEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAP-NUEVO.

           SELECT SNAP-ARCH-FILE ASSIGN TO "SNAPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAP-ARCH.

           SELECT LISTADO-FILE ASSIGN TO "DEPULIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * PARAMETROS DE LA DEPURACION: fecha de corte (lo anterior se
      * depura) y cantidad de fotos del maestro que se conservan
       FD  PARAMETROS-FILE.
       01  PARAMETRO-REC.
           05 RP-FECHA-CORTE     PIC 9(08).
           05 RP-FOTOS-RETENER   PIC 9(03).

      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que en
      * BCOSOC04: la hora y las referencias como caracteres porque
      * los registros mas viejos las traen en blanco)
      *   HM-TIPO: P = pago / D = debito / R = contrasiento /
      *            I = interes punitorio devengado / C = castigo /
      *            S = saldo de apertura que deja esta depuracion
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
      * GRABACION (mismo criterio que en BCOSOC04): HS-SECUENCIA es
      * la posicion del movimiento en HISTMOV, que se extiende en el
      * orden en que se aplican; el mismo ordenamiento devuelve
      * despues lo conservado a ese orden
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
       01  HISTORIAL-ORDEN-MOV.
           05 HS-MOVIMIENTO      PIC X(89).
           05 FILLER             PIC 9(09).

      * COPIA ORDENADA DEL HISTORIAL (archivo de trabajo)
       FD  ORDENADO-FILE.
       01  ORDENADO-REC.
           05 OR-SUC             PIC 9(03).
           05 OR-SOCIO           PIC 9(10).
           05 OR-FECHA           PIC 9(08).
           05 OR-TIPO            PIC X(01).
           05 OR-IMPORTE         PIC 9(09)V99.
           05 OR-SALDO-ANT       PIC S9(09)V99.
           05 OR-SALDO-POST      PIC S9(09)V99.
           05 OR-HORA            PIC X(08).
           05 OR-FEC-VENC-ANT    PIC X(08).
           05 OR-REF-FECHA       PIC X(08).
           05 OR-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).
           05 OR-SECUENCIA       PIC 9(09).
       01  ORDENADO-MOV.
           05 OR-MOVIMIENTO      PIC X(89).
           05 FILLER             PIC 9(09).

      * MOVIMIENTOS QUE QUEDAN Y SALDOS DE APERTURA (trabajo, con la
      * posicion original; las aperturas llevan posicion cero)
       FD  CONSERVADO-FILE.
       01  CONSERVADO-REC        PIC X(98).

      * HISTORIAL DEPURADO (trabajo que despues reemplaza a HISTMOV)
      * e HISTORICO DE MOVIMIENTOS (se extiende corrida tras
      * corrida); ambos con el layout de HISTMOV
       FD  HIST-NUEVO-FILE.
       01  HIST-NUEVO-REC        PIC X(89).

       FD  HIST-ARCH-FILE.
       01  HIST-ARCH-REC         PIC X(89).

      * PISTA DE AUDITORIA (mismo layout que en BCOSOC02); la imagen
      * posterior se abre para sumar el saldo en la planilla
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REC.
           05 AU-FECHA           PIC 9(08).
           05 AU-HORA            PIC 9(08).
           05 AU-TIPO            PIC X(01).
           05 AU-SUC             PIC 9(03).
           05 AU-SOCIO           PIC 9(10).
           05 AU-IMG-ANTERIOR    PIC X(70).
           05 AU-IMG-POSTERIOR   PIC X(70).
           05 AU-IMG-POST-R REDEFINES AU-IMG-POSTERIOR.
              10 FILLER          PIC X(41).
              10 AU-POST-SALDO   PIC S9(09)V99.
              10 FILLER          PIC X(18).
           05 AU-OPERADOR        PIC X(08).
           05 AU-APROBADOR       PIC X(08).

       FD  AUDI-NUEVO-FILE.
       01  AUDI-NUEVO-REC        PIC X(186).

       FD  AUDI-ARCH-FILE.
       01  AUDI-ARCH-REC         PIC X(186).

      * FOTOS FECHADAS DEL MAESTRO (mismo layout que en BCOSOC02,
      * BCOSOC03 y BCOSOC07): la fecha y hora de toma identifican
      * cada foto y las tomas estan en el orden en que se sacaron
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).
           05 SN-SOCIO-IMG-R REDEFINES SN-SOCIO-IMG.
              10 FILLER          PIC X(41).
              10 SN-IMG-SALDO    PIC S9(09)V99.
              10 FILLER          PIC X(18).

       FD  SNAP-NUEVO-FILE.
       01  SNAP-NUEVO-REC        PIC X(86).

       FD  SNAP-ARCH-FILE.
       01  SNAP-ARCH-REC         PIC X(86).

      * PLANILLA DE CONTROL DE LA DEPURACION
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-titulo.
           03 filler pic x(37) value
                  "Depuracion de historicos - corrida ".
           03 l-fecha pic 9(08).
       01  lin-parametros.
           03 filler pic x(17) value "Fecha de corte: ".
           03 l-corte pic 9(08).
           03 filler pic x(22) value "   Fotos a conservar: ".
           03 l-fotos pic zz9.
           03 filler pic x(28) value "   Auditoria depurada hasta ".
           03 l-audi-hasta pic 9(08).
           03 filler pic x(01) value spaces.
           03 l-audi-hora pic 9(08).
       01  lin-cabecera.
           03 filler pic x(10) value "Archivo".
           03 filler pic x(10) value "   Leidos".
           03 filler pic x(11) value " Depurados".
           03 filler pic x(11) value " Conserv.".
           03 filler pic x(11) value " Agregados".
           03 filler pic x(20) value "    Saldo depurado".
           03 filler pic x(20) value "   Saldo conservado".
           03 filler pic x(12) value "  Control".
       01  lin-detalle.
           03 l-det-archivo pic x(08).
           03 filler pic x(01) value spaces.
           03 l-det-leidos pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-det-depurados pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-det-conservados pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-det-agregados pic zzzzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-det-saldo-dep pic --.---.---.--9,99.
           03 filler pic x(01) value spaces.
           03 l-det-saldo-con pic --.---.---.--9,99.
           03 filler pic x(02) value spaces.
           03 l-det-control pic x(10).
       01  lin-apertura.
           03 filler pic x(43) value
                  "Saldos de apertura arrastrados en HISTMOV: ".
           03 l-ape-cant pic zzzzzzzz9.
           03 filler pic x(10) value "  saldo $ ".
           03 l-ape-saldo pic --.---.---.--9,99.
       01  lin-nota.
           03 filler pic x(50) value
              "Saldo: HISTMOV suma HM-IMPORTE; AUDITORI el saldo ".
           03 filler pic x(50) value
              "de la imagen posterior; SNAPSOC el de cada imagen".
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-params      pic x(02).
           03 ws-fs-historial   pic x(02).
           03 ws-fs-ordenado    pic x(02).
           03 ws-fs-conservado  pic x(02).
           03 ws-fs-hist-nuevo  pic x(02).
           03 ws-fs-hist-arch   pic x(02).
           03 ws-fs-auditoria   pic x(02).
           03 ws-fs-audi-nuevo  pic x(02).
           03 ws-fs-audi-arch   pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-snap-nuevo  pic x(02).
           03 ws-fs-snap-arch   pic x(02).
           03 ws-fs-listado     pic x(02).

       01  ws-switches.
           03 ws-sw-eof-ordenado   pic x(01) value "N".
              88 ws-eof-ordenado        value "S".
           03 ws-sw-eof-auditoria  pic x(01) value "N".
              88 ws-eof-auditoria       value "S".
           03 ws-sw-eof-snapshot   pic x(01) value "N".
              88 ws-eof-snapshot        value "S".
           03 ws-sw-eof-copia      pic x(01) value "N".
              88 ws-eof-copia           value "S".
           03 ws-sw-hay-historial  pic x(01) value "N".
              88 ws-hay-historial       value "S".
           03 ws-sw-hay-auditoria  pic x(01) value "N".
              88 ws-hay-auditoria       value "S".
           03 ws-sw-hay-fotos      pic x(01) value "N".
              88 ws-hay-fotos           value "S".
           03 ws-sw-grupo-abierto  pic x(01) value "N".
              88 ws-grupo-abierto       value "S".
           03 ws-sw-apertura       pic x(01) value "N".
              88 ws-apertura-grabada    value "S".
           03 ws-sw-conservando    pic x(01) value "N".
              88 ws-conservando         value "S".
           03 ws-sw-eof-historial  pic x(01) value "N".
              88 ws-eof-historial       value "S".
           03 ws-sw-eof-orden      pic x(01) value "N".
              88 ws-eof-orden           value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fecha-corte    pic 9(08).
           03 ws-fecha-apertura pic 9(08).
           03 ws-fec-aux        pic 9(08).
           03 ws-fec-aux-r redefines ws-fec-aux.
              05 ws-aux-aa      pic 9(04).
              05 ws-aux-mm      pic 9(02).
              05 ws-aux-dd      pic 9(02).

      * parametros: sin RETPARM se depura lo de mas de un ano y se
      * conservan las ultimas treinta fotos; nunca menos de una
       01  ws-parametros.
           03 ws-fotos-retener  pic 9(03) value 30.

      * fotos del maestro: cada cambio de fecha/hora de toma es una
      * foto nueva; la primera que se conserva marca hasta donde se
      * puede depurar la auditoria
       01  ws-fotos.
           03 ws-cant-fotos     pic 9(07) comp value zero.
           03 ws-foto-actual    pic 9(07) comp value zero.
           03 ws-primera-conservada pic 9(07) comp value zero.
           03 ws-foto-ant-fecha pic 9(08).
           03 ws-foto-ant-hora  pic 9(08).
           03 ws-audi-fecha     pic 9(08) value 99999999.
           03 ws-audi-hora      pic 9(08) value 99999999.

      * corte de control del historial ordenado por socio
       01  ws-grupo.
           03 ws-grp-suc        pic 9(03).
           03 ws-grp-socio      pic 9(10).
           03 ws-grp-depurados  pic 9(07) comp.
           03 ws-grp-saldo      pic s9(09)v99.
           03 ws-sec-historial  pic 9(09) comp value zero.

      * registro de saldo de apertura (layout de HISTMOV)
       01  ws-apertura-rec.
           03 ws-ap-suc         pic 9(03).
           03 ws-ap-socio       pic 9(10).
           03 ws-ap-fecha       pic 9(08).
           03 ws-ap-tipo        pic x(01) value "S".
           03 ws-ap-importe     pic 9(09)v99 value zero.
           03 ws-ap-saldo-ant   pic s9(09)v99.
           03 ws-ap-saldo-post  pic s9(09)v99.
           03 ws-ap-hora        pic x(08) value "00000000".
           03 ws-ap-fec-venc-ant pic x(08) value "00000000".
           03 ws-ap-ref-fecha   pic x(08) value "00000000".
           03 ws-ap-ref-hora    pic x(08) value "00000000".
           03 filler            pic x(02) value spaces.
           03 ws-ap-secuencia   pic 9(09) value zero.

      * cifras de control por archivo: 1 = HISTMOV / 2 = AUDITORI /
      * 3 = SNAPSOC
       01  ws-control.
           03 ws-ctl-e occurs 3 times.
              05 ws-ctl-leidos      pic 9(09) comp.
              05 ws-ctl-depurados   pic 9(09) comp.
              05 ws-ctl-conservados pic 9(09) comp.
              05 ws-ctl-agregados   pic 9(09) comp.
              05 ws-ctl-grabados    pic 9(09) comp.
              05 ws-ctl-copiados    pic 9(09) comp.
              05 ws-ctl-saldo-dep   pic s9(13)v99.
              05 ws-ctl-saldo-con   pic s9(13)v99.
           03 ws-ix-arch        pic 9(01).
           03 ws-ape-saldo      pic s9(13)v99 value zero.
           03 ws-cant-descuadres pic 9(03) comp value zero.

       01  ws-nombres-archivo.
           03 filler pic x(08) value "HISTMOV".
           03 filler pic x(08) value "AUDITORI".
           03 filler pic x(08) value "SNAPSOC".
       01  ws-nombres-r redefines ws-nombres-archivo.
           03 ws-nombre-arch    pic x(08) occurs 3 times.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
      * 0000-MAINLINE - programa principal: primero se arman los
      * historicos y las copias depuradas de los tres archivos y
      * recien con todo grabado se reemplazan los originales
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-DEPURAR-FOTOS THRU 2000-EXIT.
           PERFORM 3000-DEPURAR-AUDITORIA THRU 3000-EXIT.
           PERFORM 4000-DEPURAR-HISTORIAL THRU 4000-EXIT.
           PERFORM 5000-REEMPLAZAR-ARCHIVOS THRU 5000-EXIT.
           PERFORM 6000-PLANILLA-CONTROL THRU 6000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - parametros y planilla de control
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 1010-LIMPIAR-CONTROL THRU 1010-EXIT
               VARYING ws-ix-arch FROM 1 BY 1
               UNTIL ws-ix-arch > 3.
           PERFORM 1100-CARGAR-PARAMETROS THRU 1100-EXIT.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la planilla de "
                       "control - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-CONTROL.
           MOVE ZERO TO ws-ctl-leidos(ws-ix-arch).
           MOVE ZERO TO ws-ctl-depurados(ws-ix-arch).
           MOVE ZERO TO ws-ctl-conservados(ws-ix-arch).
           MOVE ZERO TO ws-ctl-agregados(ws-ix-arch).
           MOVE ZERO TO ws-ctl-grabados(ws-ix-arch).
           MOVE ZERO TO ws-ctl-copiados(ws-ix-arch).
           MOVE ZERO TO ws-ctl-saldo-dep(ws-ix-arch).
           MOVE ZERO TO ws-ctl-saldo-con(ws-ix-arch).
       1010-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - fecha de corte (por omision un ano atras; tiene que
      * ser anterior al dia) y fotos a conservar (por omision 30,
      * minimo una: la restauracion siempre necesita una foto); el
      * saldo de apertura queda fechado el dia anterior al corte
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           COMPUTE ws-fecha-corte = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-fecha-hoy) - 365).
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
           IF RP-FECHA-CORTE NUMERIC AND RP-FECHA-CORTE NOT = ZERO
               MOVE RP-FECHA-CORTE TO ws-fecha-corte
           END-IF.
           IF RP-FOTOS-RETENER NUMERIC AND RP-FOTOS-RETENER > ZERO
               MOVE RP-FOTOS-RETENER TO ws-fotos-retener
           END-IF.
       1100-VALIDAR.
           MOVE ws-fecha-corte TO ws-fec-aux.
           IF ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               OR ws-fecha-corte NOT < ws-fecha-hoy
               DISPLAY "ERROR: fecha de corte invalida en RETPARM: "
                       ws-fecha-corte
               STOP RUN
           END-IF.
           COMPUTE ws-fecha-apertura = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-fecha-corte) - 1).
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - fotos del maestro: una primera pasada cuenta las
      * tomas y la segunda manda al historico las que sobran de las
      * ultimas N; la fecha y hora de la primera foto conservada es
      * el limite de la depuracion de la auditoria
      ******************************************************************
       2000-DEPURAR-FOTOS.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-FS-SNAPSHOT NOT = "00"
               DISPLAY "AVISO: sin archivo SNAPSOC, no hay fotos "
                       "que depurar"
               GO TO 2000-EXIT
           END-IF.
           MOVE "S" TO ws-sw-hay-fotos.
           MOVE ZERO TO ws-foto-ant-fecha.
           MOVE ZERO TO ws-foto-ant-hora.
           PERFORM 2010-LEER-FOTO THRU 2010-EXIT.
           PERFORM 2100-CONTAR-FOTO THRU 2100-EXIT
               UNTIL ws-eof-snapshot.
           CLOSE SNAPSHOT-FILE.
           IF ws-cant-fotos > ws-fotos-retener
               COMPUTE ws-primera-conservada =
                   ws-cant-fotos - ws-fotos-retener + 1
           ELSE
               MOVE 1 TO ws-primera-conservada
           END-IF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-FS-SNAPSHOT NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el archivo de "
                       "fotos - file status " WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           OPEN OUTPUT SNAP-NUEVO-FILE.
           IF WS-FS-SNAP-NUEVO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de fotos "
                       "- file status " WS-FS-SNAP-NUEVO
               STOP RUN
           END-IF.
           OPEN EXTEND SNAP-ARCH-FILE.
           IF WS-FS-SNAP-ARCH = "35"
               OPEN OUTPUT SNAP-ARCH-FILE
           END-IF.
           IF WS-FS-SNAP-ARCH NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historico de "
                       "fotos - file status " WS-FS-SNAP-ARCH
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-snapshot.
           MOVE ZERO TO ws-foto-actual.
           MOVE ZERO TO ws-foto-ant-fecha.
           MOVE ZERO TO ws-foto-ant-hora.
           PERFORM 2010-LEER-FOTO THRU 2010-EXIT.
           PERFORM 2200-COPIAR-FOTO THRU 2200-EXIT
               UNTIL ws-eof-snapshot.
           CLOSE SNAPSHOT-FILE.
           CLOSE SNAP-NUEVO-FILE.
           CLOSE SNAP-ARCH-FILE.
       2000-EXIT.
           EXIT.

       2010-LEER-FOTO.
           READ SNAPSHOT-FILE
               AT END
                   SET ws-eof-snapshot TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-CONTAR-FOTO.
           IF SN-FECHA NOT = ws-foto-ant-fecha
               OR SN-HORA NOT = ws-foto-ant-hora
               ADD 1 TO ws-cant-fotos
               MOVE SN-FECHA TO ws-foto-ant-fecha
               MOVE SN-HORA  TO ws-foto-ant-hora
           END-IF.
           PERFORM 2010-LEER-FOTO THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

       2200-COPIAR-FOTO.
           IF SN-FECHA NOT = ws-foto-ant-fecha
               OR SN-HORA NOT = ws-foto-ant-hora
               ADD 1 TO ws-foto-actual
               MOVE SN-FECHA TO ws-foto-ant-fecha
               MOVE SN-HORA  TO ws-foto-ant-hora
               IF ws-foto-actual = ws-primera-conservada
                   MOVE SN-FECHA TO ws-audi-fecha
                   MOVE SN-HORA  TO ws-audi-hora
               END-IF
           END-IF.
           ADD 1 TO ws-ctl-leidos(3).
           IF ws-foto-actual < ws-primera-conservada
               WRITE SNAP-ARCH-REC FROM SNAPSHOT-REC
               IF WS-FS-SNAP-ARCH NOT = "00"
                   DISPLAY "ERROR: fallo de escritura en el historico "
                           "de fotos - file status " WS-FS-SNAP-ARCH
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-depurados(3)
               IF SN-IMG-SALDO NUMERIC
                   ADD SN-IMG-SALDO TO ws-ctl-saldo-dep(3)
               END-IF
           ELSE
               WRITE SNAP-NUEVO-REC FROM SNAPSHOT-REC
               IF WS-FS-SNAP-NUEVO NOT = "00"
                   DISPLAY "ERROR: fallo de escritura en el trabajo "
                           "de fotos - file status " WS-FS-SNAP-NUEVO
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-conservados(3)
               ADD 1 TO ws-ctl-grabados(3)
               IF SN-IMG-SALDO NUMERIC
                   ADD SN-IMG-SALDO TO ws-ctl-saldo-con(3)
               END-IF
           END-IF.
           PERFORM 2010-LEER-FOTO THRU 2010-EXIT.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - auditoria: se depura lo anterior al corte que ademas
      * sea anterior o igual a la primera foto conservada (la
      * restauracion repite sobre la foto la auditoria posterior)
      ******************************************************************
       3000-DEPURAR-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: sin archivo AUDITORI, no hay "
                       "auditoria que depurar"
               GO TO 3000-EXIT
           END-IF.
           MOVE "S" TO ws-sw-hay-auditoria.
           OPEN OUTPUT AUDI-NUEVO-FILE.
           IF WS-FS-AUDI-NUEVO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "auditoria - file status " WS-FS-AUDI-NUEVO
               STOP RUN
           END-IF.
           OPEN EXTEND AUDI-ARCH-FILE.
           IF WS-FS-AUDI-ARCH = "35"
               OPEN OUTPUT AUDI-ARCH-FILE
           END-IF.
           IF WS-FS-AUDI-ARCH NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historico de "
                       "auditoria - file status " WS-FS-AUDI-ARCH
               STOP RUN
           END-IF.
           PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT.
           PERFORM 3100-COPIAR-AUDITORIA THRU 3100-EXIT
               UNTIL ws-eof-auditoria.
           CLOSE AUDITORIA-FILE.
           CLOSE AUDI-NUEVO-FILE.
           CLOSE AUDI-ARCH-FILE.
       3000-EXIT.
           EXIT.

       3010-LEER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   SET ws-eof-auditoria TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3100-COPIAR-AUDITORIA.
           ADD 1 TO ws-ctl-leidos(2).
           IF AU-FECHA < ws-fecha-corte
               AND (AU-FECHA < ws-audi-fecha
                   OR (AU-FECHA = ws-audi-fecha
                       AND AU-HORA NOT > ws-audi-hora))
               WRITE AUDI-ARCH-REC FROM AUDITORIA-REC
               IF WS-FS-AUDI-ARCH NOT = "00"
                   DISPLAY "ERROR: fallo de escritura en el historico "
                           "de auditoria - file status "
                           WS-FS-AUDI-ARCH
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-depurados(2)
               IF AU-POST-SALDO NUMERIC
                   ADD AU-POST-SALDO TO ws-ctl-saldo-dep(2)
               END-IF
           ELSE
               WRITE AUDI-NUEVO-REC FROM AUDITORIA-REC
               IF WS-FS-AUDI-NUEVO NOT = "00"
                   DISPLAY "ERROR: fallo de escritura en el trabajo "
                           "de auditoria - file status "
                           WS-FS-AUDI-NUEVO
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-conservados(2)
               ADD 1 TO ws-ctl-grabados(2)
               IF AU-POST-SALDO NUMERIC
                   ADD AU-POST-SALDO TO ws-ctl-saldo-con(2)
               END-IF
           END-IF.
           PERFORM 3010-LEER-AUDITORIA THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - historial: se ordena por sucursal/socio y orden de
      * grabacion, y de cada socio se depura el tramo inicial de
      * movimientos anteriores al corte; desde el primer movimiento
      * que queda se conserva todo lo que sigue, aunque traiga una
      * fecha anterior (un reciclado, un debito directo o un
      * devengamiento se aplican con la fecha del movimiento). El
      * saldo posterior del ultimo movimiento depurado queda como
      * saldo de apertura y lo conservado vuelve a su orden de
      * aplicacion, con las aperturas adelante
      ******************************************************************
       4000-DEPURAR-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "AVISO: sin archivo HISTMOV, no hay "
                       "movimientos que depurar"
               GO TO 4000-EXIT
           END-IF.
           CLOSE HISTORIAL-FILE.
           MOVE "S" TO ws-sw-hay-historial.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY HS-SUC HS-SOCIO HS-SECUENCIA
               INPUT PROCEDURE 4050-NUMERAR-HISTORIAL
                   THRU 4050-EXIT
               GIVING ORDENADO-FILE.
           OPEN INPUT ORDENADO-FILE.
           IF WS-FS-ORDENADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial "
                       "ordenado - file status " WS-FS-ORDENADO
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSERVADO-FILE.
           IF WS-FS-CONSERVADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo de "
                       "movimientos conservados - file status "
                       WS-FS-CONSERVADO
               STOP RUN
           END-IF.
           OPEN EXTEND HIST-ARCH-FILE.
           IF WS-FS-HIST-ARCH = "35"
               OPEN OUTPUT HIST-ARCH-FILE
           END-IF.
           IF WS-FS-HIST-ARCH NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historico de "
                       "movimientos - file status " WS-FS-HIST-ARCH
               STOP RUN
           END-IF.
           PERFORM 4010-LEER-ORDENADO THRU 4010-EXIT.
           PERFORM 4100-PROCESAR-MOVIMIENTO THRU 4100-EXIT
               UNTIL ws-eof-ordenado.
           IF ws-grupo-abierto
               PERFORM 4300-CERRAR-SOCIO THRU 4300-EXIT
           END-IF.
           CLOSE ORDENADO-FILE.
           CLOSE CONSERVADO-FILE.
           CLOSE HIST-ARCH-FILE.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY HS-SECUENCIA
               USING CONSERVADO-FILE
               OUTPUT PROCEDURE 4400-GRABAR-HIST-NUEVO
                   THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

       4010-LEER-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ws-eof-ordenado TO TRUE
           END-READ.
       4010-EXIT.
           EXIT.

      * entrada del ordenamiento: cada movimiento con su posicion
       4050-NUMERAR-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           MOVE ZERO TO ws-sec-historial.
           MOVE "N" TO ws-sw-eof-historial.
           PERFORM 4060-LIBERAR-MOVIMIENTO THRU 4060-EXIT
               UNTIL ws-eof-historial.
           CLOSE HISTORIAL-FILE.
       4050-EXIT.
           EXIT.

       4060-LIBERAR-MOVIMIENTO.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-historial TO TRUE
                   GO TO 4060-EXIT
           END-READ.
           ADD 1 TO ws-sec-historial.
           MOVE HISTORIAL-REC    TO HISTORIAL-ORDEN-REC.
           MOVE ws-sec-historial TO HS-SECUENCIA.
           RELEASE HISTORIAL-ORDEN-REC.
       4060-EXIT.
           EXIT.

       4100-PROCESAR-MOVIMIENTO.
           ADD 1 TO ws-ctl-leidos(1).
           IF ws-grupo-abierto
               AND (OR-SUC NOT = ws-grp-suc
                   OR OR-SOCIO NOT = ws-grp-socio)
               PERFORM 4300-CERRAR-SOCIO THRU 4300-EXIT
           END-IF.
           IF NOT ws-grupo-abierto
               MOVE "S"      TO ws-sw-grupo-abierto
               MOVE "N"      TO ws-sw-apertura
               MOVE "N"      TO ws-sw-conservando
               MOVE OR-SUC   TO ws-grp-suc
               MOVE OR-SOCIO TO ws-grp-socio
               MOVE ZERO     TO ws-grp-depurados
               MOVE ZERO     TO ws-grp-saldo
           END-IF.
           IF OR-FECHA < ws-fecha-corte AND NOT ws-conservando
               WRITE HIST-ARCH-REC FROM OR-MOVIMIENTO
               IF WS-FS-HIST-ARCH NOT = "00"
                   DISPLAY "ERROR: fallo de escritura en el historico "
                           "de movimientos - file status "
                           WS-FS-HIST-ARCH
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-depurados(1)
               ADD 1 TO ws-grp-depurados
               IF OR-IMPORTE NUMERIC
                   ADD OR-IMPORTE TO ws-ctl-saldo-dep(1)
               END-IF
               IF OR-SALDO-POST NUMERIC
                   MOVE OR-SALDO-POST TO ws-grp-saldo
               END-IF
           ELSE
               MOVE "S" TO ws-sw-conservando
               PERFORM 4200-GRABAR-APERTURA THRU 4200-EXIT
               WRITE CONSERVADO-REC FROM ORDENADO-REC
               PERFORM 8300-VERIFICAR-CONSERVADO THRU 8300-EXIT
               ADD 1 TO ws-ctl-conservados(1)
               ADD 1 TO ws-ctl-grabados(1)
               IF OR-IMPORTE NUMERIC
                   ADD OR-IMPORTE TO ws-ctl-saldo-con(1)
               END-IF
           END-IF.
           PERFORM 4010-LEER-ORDENADO THRU 4010-EXIT.
       4100-EXIT.
           EXIT.

      * una sola apertura por socio, y solo si se le depuro algo
       4200-GRABAR-APERTURA.
           IF ws-grp-depurados = ZERO OR ws-apertura-grabada
               GO TO 4200-EXIT
           END-IF.
           MOVE ws-grp-suc        TO ws-ap-suc.
           MOVE ws-grp-socio      TO ws-ap-socio.
           MOVE ws-fecha-apertura TO ws-ap-fecha.
           MOVE ws-grp-saldo      TO ws-ap-saldo-ant.
           MOVE ws-grp-saldo      TO ws-ap-saldo-post.
           WRITE CONSERVADO-REC FROM ws-apertura-rec.
           PERFORM 8300-VERIFICAR-CONSERVADO THRU 8300-EXIT.
           MOVE "S" TO ws-sw-apertura.
           ADD 1 TO ws-ctl-agregados(1).
           ADD 1 TO ws-ctl-grabados(1).
           ADD ws-grp-saldo TO ws-ape-saldo.
       4200-EXIT.
           EXIT.

       4300-CERRAR-SOCIO.
           PERFORM 4200-GRABAR-APERTURA THRU 4200-EXIT.
           MOVE "N" TO ws-sw-grupo-abierto.
       4300-EXIT.
           EXIT.

      * salida del ordenamiento: el historial depurado en el orden
      * de aplicacion (las aperturas, con posicion cero, adelante)
       4400-GRABAR-HIST-NUEVO.
           OPEN OUTPUT HIST-NUEVO-FILE.
           IF WS-FS-HIST-NUEVO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el trabajo del "
                       "historial - file status " WS-FS-HIST-NUEVO
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-orden.
           PERFORM 4410-GRABAR-MOVIMIENTO THRU 4410-EXIT
               UNTIL ws-eof-orden.
           CLOSE HIST-NUEVO-FILE.
       4400-EXIT.
           EXIT.

       4410-GRABAR-MOVIMIENTO.
           RETURN HISTORIAL-ORDEN
               AT END
                   SET ws-eof-orden TO TRUE
                   GO TO 4410-EXIT
           END-RETURN.
           WRITE HIST-NUEVO-REC FROM HS-MOVIMIENTO.
           PERFORM 8200-VERIFICAR-HIST-NUEVO THRU 8200-EXIT.
       4410-EXIT.
           EXIT.
      ******************************************************************
      * 5000 - reemplazo de los originales por las copias depuradas;
      * la cantidad copiada tiene que coincidir con la grabada
      ******************************************************************
       5000-REEMPLAZAR-ARCHIVOS.
           IF ws-hay-fotos
               PERFORM 5100-REEMPLAZAR-FOTOS THRU 5100-EXIT
           END-IF.
           IF ws-hay-auditoria
               PERFORM 5200-REEMPLAZAR-AUDITORIA THRU 5200-EXIT
           END-IF.
           IF ws-hay-historial
               PERFORM 5300-REEMPLAZAR-HISTORIAL THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REEMPLAZAR-FOTOS.
           OPEN INPUT SNAP-NUEVO-FILE.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-FS-SNAP-NUEVO NOT = "00" OR WS-FS-SNAPSHOT NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar SNAPSOC - file "
                       "status " WS-FS-SNAP-NUEVO " " WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-copia.
           PERFORM 5110-COPIAR-FOTO THRU 5110-EXIT
               UNTIL ws-eof-copia.
           CLOSE SNAP-NUEVO-FILE.
           CLOSE SNAPSHOT-FILE.
       5100-EXIT.
           EXIT.

       5110-COPIAR-FOTO.
           READ SNAP-NUEVO-FILE
               AT END
                   SET ws-eof-copia TO TRUE
                   GO TO 5110-EXIT
           END-READ.
           WRITE SNAPSHOT-REC FROM SNAP-NUEVO-REC.
           IF WS-FS-SNAPSHOT NOT = "00"
               DISPLAY "ERROR: fallo de escritura en SNAPSOC - file "
                       "status " WS-FS-SNAPSHOT
               STOP RUN
           END-IF.
           ADD 1 TO ws-ctl-copiados(3).
       5110-EXIT.
           EXIT.

       5200-REEMPLAZAR-AUDITORIA.
           OPEN INPUT AUDI-NUEVO-FILE.
           OPEN OUTPUT AUDITORIA-FILE.
           IF WS-FS-AUDI-NUEVO NOT = "00"
               OR WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar AUDITORI - file "
                       "status " WS-FS-AUDI-NUEVO " " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-copia.
           PERFORM 5210-COPIAR-AUDITORIA THRU 5210-EXIT
               UNTIL ws-eof-copia.
           CLOSE AUDI-NUEVO-FILE.
           CLOSE AUDITORIA-FILE.
       5200-EXIT.
           EXIT.

       5210-COPIAR-AUDITORIA.
           READ AUDI-NUEVO-FILE
               AT END
                   SET ws-eof-copia TO TRUE
                   GO TO 5210-EXIT
           END-READ.
           WRITE AUDITORIA-REC FROM AUDI-NUEVO-REC.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en AUDITORI - file "
                       "status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
           ADD 1 TO ws-ctl-copiados(2).
       5210-EXIT.
           EXIT.

       5300-REEMPLAZAR-HISTORIAL.
           OPEN INPUT HIST-NUEVO-FILE.
           OPEN OUTPUT HISTORIAL-FILE.
           IF WS-FS-HIST-NUEVO NOT = "00"
               OR WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo reemplazar HISTMOV - file "
                       "status " WS-FS-HIST-NUEVO " " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-copia.
           PERFORM 5310-COPIAR-MOVIMIENTO THRU 5310-EXIT
               UNTIL ws-eof-copia.
           CLOSE HIST-NUEVO-FILE.
           CLOSE HISTORIAL-FILE.
       5300-EXIT.
           EXIT.

       5310-COPIAR-MOVIMIENTO.
           READ HIST-NUEVO-FILE
               AT END
                   SET ws-eof-copia TO TRUE
                   GO TO 5310-EXIT
           END-READ.
           WRITE HISTORIAL-REC FROM HIST-NUEVO-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en HISTMOV - file "
                       "status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
           ADD 1 TO ws-ctl-copiados(1).
       5310-EXIT.
           EXIT.
      ******************************************************************
      * 6000 - planilla de control: por archivo, leidos = depurados
      * + conservados, y lo copiado al original = conservados +
      * aperturas agregadas; cualquier diferencia se marca
      ******************************************************************
       6000-PLANILLA-CONTROL.
           MOVE ws-fecha-hoy TO l-fecha.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           MOVE ws-fecha-corte   TO l-corte.
           MOVE ws-fotos-retener TO l-fotos.
           IF ws-audi-fecha = 99999999
               MOVE ws-fecha-corte TO l-audi-hasta
               MOVE ZERO           TO l-audi-hora
           ELSE
               MOVE ws-audi-fecha  TO l-audi-hasta
               MOVE ws-audi-hora   TO l-audi-hora
           END-IF.
           WRITE LISTADO-REC FROM lin-parametros
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           PERFORM 6100-IMPRIMIR-ARCHIVO THRU 6100-EXIT
               VARYING ws-ix-arch FROM 1 BY 1
               UNTIL ws-ix-arch > 3.
           MOVE ws-ctl-agregados(1) TO l-ape-cant.
           MOVE ws-ape-saldo        TO l-ape-saldo.
           WRITE LISTADO-REC FROM lin-apertura
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-nota
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-ARCHIVO.
           MOVE ws-nombre-arch(ws-ix-arch)     TO l-det-archivo.
           MOVE ws-ctl-leidos(ws-ix-arch)      TO l-det-leidos.
           MOVE ws-ctl-depurados(ws-ix-arch)   TO l-det-depurados.
           MOVE ws-ctl-conservados(ws-ix-arch) TO l-det-conservados.
           MOVE ws-ctl-agregados(ws-ix-arch)   TO l-det-agregados.
           MOVE ws-ctl-saldo-dep(ws-ix-arch)   TO l-det-saldo-dep.
           MOVE ws-ctl-saldo-con(ws-ix-arch)   TO l-det-saldo-con.
           IF ws-ctl-leidos(ws-ix-arch) =
                   ws-ctl-depurados(ws-ix-arch)
                   + ws-ctl-conservados(ws-ix-arch)
               AND ws-ctl-copiados(ws-ix-arch) =
                   ws-ctl-grabados(ws-ix-arch)
               MOVE "cuadra"    TO l-det-control
           ELSE
               MOVE "NO CUADRA" TO l-det-control
               ADD 1 TO ws-cant-descuadres
           END-IF.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       6100-EXIT.
           EXIT.
      ******************************************************************
      * 8100 a 8300 - escritura controlada de la planilla y de los
      * trabajos del historial
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la planilla de "
                       "control - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-HIST-NUEVO.
           IF WS-FS-HIST-NUEVO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo del "
                       "historial - file status " WS-FS-HIST-NUEVO
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.

       8300-VERIFICAR-CONSERVADO.
           IF WS-FS-CONSERVADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el trabajo de "
                       "movimientos conservados - file status "
                       WS-FS-CONSERVADO
               STOP RUN
           END-IF.
       8300-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           CLOSE LISTADO-FILE.
           DISPLAY "Fecha de corte         : " ws-fecha-corte.
           DISPLAY "Movimientos depurados  : " ws-ctl-depurados(1).
           DISPLAY "Saldos de apertura     : " ws-ctl-agregados(1).
           DISPLAY "Auditoria depurada     : " ws-ctl-depurados(2).
           DISPLAY "Fotos en SNAPSOC       : " ws-cant-fotos.
           DISPLAY "Imagenes depuradas     : " ws-ctl-depurados(3).
           IF ws-cant-descuadres > ZERO
               DISPLAY "ERROR: la planilla de control no cuadra - "
                       "revisar DEPULIST"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC15.

      *                 los dias siguientes.
      * 2026-09-02  jm  Clave alternativa por DNI (con duplicados)
      *                 en el maestro SOCIOS (consulta BCOSOC09).
      * 2026-10-15  jm  Control de cabecera y colas del lote MOVDIA:
      *                 antes de imputar se lee el lote completo y se
      *                 compara la cantidad de registros y los totales
      *                 de pagos y debitos de cada sucursal contra su
      *                 registro de cola; si no cuadra no se aplica
      *                 nada, no se marca RUNCTL y la planilla de
      *                 conciliacion MOVCONC muestra las diferencias.
      *                 La fecha de proceso pasa a ser la de la
      *                 cabecera del lote.
      * 2026-10-15  jm  Contrasiento (MV-TIPO "R"): anula un pago o
      *                 debito ya imputado, identificado por la clave
      *                 del socio y la fecha y hora del movimiento
      *                 original en HISTMOV; devuelve saldo y
      *                 vencimiento, vuelve a pendiente las cuotas de
      *                 convenio que el pago habia cancelado y queda
      *                 en HISTMOV como tipo "R" con la referencia al
      *                 original; sobre el umbral de APRPARAM pasa a
      *                 PENDNOV para la doble intervencion (BCOSOC06).
      *                 HISTMOV guarda ademas el vencimiento previo a
      *                 cada movimiento.
      * 2026-10-15  jm  Recupero de cuentas castigadas: el pago que
      *                 llega para un socio que ya no esta en el
      *                 maestro pero si en CASTIGOS (BCOSOC11) no se
      *                 rechaza; acumula lo recuperado en el castigo,
      *                 queda en RECUPERO para el informe mensual y
      *                 genera su asiento en ASIENREC (ASIENTOS lo
      *                 reescribe el listado de la noche).
      * 2026-10-15  jm  Movimiento de un socio trasladado de sucursal
      *                 (BCOSOC19): la clave que ya no esta en el
      *                 maestro se busca en TRASXREF, siguiendo la
      *                 cadena, y se imputa a la clave vigente. El
      *                 registro nuevo del control de corrida se graba
      *                 limpio. El lote descuadrado cierra tambien los
      *                 archivos de recuperos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT CONCILIACION-FILE ASSIGN TO "MOVCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCILIA.

           SELECT PENDIENTES-FILE ASSIGN TO "PENDNOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT APRPARAM-FILE ASSIGN TO "APRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRPARAM.

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

           SELECT RECUPEROS-FILE ASSIGN TO "RECUPERO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECUPEROS.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIENTOS.

           SELECT CASTPARM-FILE ASSIGN TO "CASTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CASTPARM.

           SELECT TRASPASOS-FILE ASSIGN TO "TRASXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE-ANT
               ALTERNATE RECORD KEY IS XR-CLAVE-NUEVA
               FILE STATUS IS WS-FS-XREF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      * MOVIMIENTOS DEL DIA (caja y debitos automaticos)
      *   MV-TIPO: P = pago (acredita) / D = debito (debita)
      *            R = contrasiento de un movimiento ya imputado
      *            H = cabecera del lote / T = cola de sucursal
      *   MV-IMPORTE siempre positivo; el tipo define el signo
      *   MV-REF-FECHA / MV-REF-HORA: solo en el contrasiento, fecha
      *   y hora de imputacion (HM-FECHA / HM-HORA) del movimiento
      *   que se anula; MV-IMPORTE debe ser el del original
      *   MV-OPERADOR: legajo de quien carga el contrasiento
      * el lote abre con una cabecera (LC-FECHA-LOTE) y cierra con
      * una cola por sucursal con la cantidad de registros de
      * detalle y los totales de pagos y de debitos de la sucursal
      * (los contrasientos cuentan como registros, no como importe)
       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-REC.
           05 MV-TIPO            PIC X(01).
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

      * MOVIMIENTOS NO APLICADOS (con el motivo del rechazo, el
      * contador de presentaciones y la fecha del primer rechazo);
           05 RZ-MOTIVO          PIC X(40).
           05 RZ-INTENTOS        PIC 9(02).
           05 RZ-FEC-PRIMER      PIC 9(08).
           05 RZ-REF-FECHA       PIC 9(08).
           05 RZ-REF-HORA        PIC 9(08).
           05 RZ-OPERADOR        PIC X(08).

      * HISTORIAL DE MOVIMIENTOS APLICADOS: un registro por cada
      * movimiento efectivamente imputado, con el saldo anterior y
      * mismo socio en el mismo dia podrian imprimirse desordenados
      * y romper la cadena de saldos del resumen); es la base del
      * resumen de cuenta (BCOSOC04)
      *   HM-TIPO: P = pago / D = debito / R = contrasiento /
      *            I = punitorio devengado (BCOSOC10) /
      *            C = castigo (BCOSOC11)
      *   HM-FEC-VENC-ANT: vencimiento del socio antes del movimiento
      *   (en blanco en los registros anteriores a este campo)
      *   HM-REF-FECHA / HM-REF-HORA: en el contrasiento, fecha y
      *   hora del movimiento anulado
       FD  HISTORIAL-FILE.
       01  HISTORIAL-REC.
           05 HM-SUC             PIC 9(03).
           05 HM-SALDO-ANT       PIC S9(09)V99.
           05 HM-SALDO-POST      PIC S9(09)V99.
           05 HM-HORA            PIC 9(08).
           05 HM-FEC-VENC-ANT    PIC 9(08).
           05 HM-REF-FECHA       PIC 9(08).
           05 HM-REF-HORA        PIC 9(08).
           05 FILLER             PIC X(02).

      * CONTROL DE CORRIDA DIARIO: un registro por fecha de proceso
           05 SN-FECHA           PIC 9(08).
           05 SN-HORA            PIC 9(08).
           05 SN-SOCIO-IMG       PIC X(70).

      * PLANILLA DE CONCILIACION DEL LOTE CONTRA SUS COLAS
       FD  CONCILIACION-FILE.
       01  CONCILIACION-REC      PIC X(110).

      * TRANSACCIONES PENDIENTES DE APROBACION (mismo layout que en
      * BCOSOC02 y BCOSOC06); aca solo se graban contrasientos sobre
      * el umbral, con PD-TIPO "R" y los datos del contrasiento en
      * PD-DATOS-REV
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
           05 FILLER             PIC X(10).

      * UMBRALES DE APROBACION (mismo layout que en BCOSOC02): aca
      * interesa el del contrasiento; si no viene rige el de cambio
      * de saldo, y sin archivo todo contrasiento pasa por aprobacion
       FD  APRPARAM-FILE.
       01  APRPARAM-REC.
           05 AP-UMBRAL-SALDO    PIC 9(09)V99.
           05 AP-UMBRAL-REVERSO  PIC 9(09)V99.

      * MAESTRO DE CONVENIOS (mismo layout que en BCOSOC05): el
      * contrasiento de un pago descuenta las cuotas que el pago
      * habia cancelado
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

      * CUENTAS CASTIGADAS (mismo layout que en BCOSOC11): el pago de
      * un castigado suma en CA-RECUPERADO
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

      * RECUPEROS DE CUENTAS CASTIGADAS: uno por pago recibido, con
      * el saldo castigado y lo recuperado acumulado; lo resume por
      * sucursal el informe mensual de BCOSOC11
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

      * ASIENTOS DE RECUPEROS (mismo layout que ASIENTOS en
      * BCOSOC01): archivo propio que se extiende, porque ASIENTOS lo
      * reescribe BCOSOC01 cada noche despues de la imputacion
       FD  ASIENTOS-FILE.
       01  ASIENTO-REC.
           05 AS-FECHA           PIC 9(08).
           05 AS-SUC             PIC 9(03).
           05 AS-CUENTA          PIC 9(08).
           05 AS-DH              PIC X(01).
           05 AS-IMPORTE         PIC S9(12)V99.

      * PARAMETROS DEL CASTIGO Y DEL RECUPERO (mismo layout que en
      * BCOSOC11): aca interesan las cuentas del recupero
       FD  CASTPARM-FILE.
       01  CASTPARM-REC.
           05 CP-MODO            PIC X(01).
           05 CP-DIAS-MINIMO     PIC 9(05).
           05 CP-OPERADOR        PIC X(08).
           05 CP-PERIODO         PIC 9(06).
           05 CP-CTA-DEUDORES    PIC 9(08).
           05 CP-CTA-CAJA        PIC 9(08).
           05 CP-CTA-RECUPERO    PIC 9(08).

      * REFERENCIA CRUZADA DE TRASPASOS DE SUCURSAL (mismo layout
      * que en BCOSOC19); si no existe no hubo traspasos
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
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-con-titulo.
           03 filler pic x(34) value
                  "Conciliacion del lote MOVDIA del ".
           03 l-con-fecha-lote pic 9(08).
           03 filler pic x(12) value "  - proceso ".
           03 l-con-fecha-hoy pic 9(08).
       01  lin-con-cab.
           03 filler pic x(05) value "Suc ".
           03 filler pic x(16) value "  Reg.cola  Leid".
           03 filler pic x(02) value "os".
           03 filler pic x(18) value "      Pagos cola ".
           03 filler pic x(18) value "    Pagos leidos ".
           03 filler pic x(18) value "    Debitos cola ".
           03 filler pic x(18) value "  Debitos leidos ".
           03 filler pic x(10) value " Estado".
       01  lin-con-det.
           03 l-con-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-con-cant-cola pic zzzzzz9.
           03 filler pic x(02) value spaces.
           03 l-con-cant-leida pic zzzzzz9.
           03 filler pic x(01) value spaces.
           03 l-con-pag-cola pic zz.zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-con-pag-leido pic zz.zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-con-deb-cola pic zz.zzz.zzz.zz9,99.
           03 filler pic x(01) value spaces.
           03 l-con-deb-leido pic zz.zzz.zzz.zz9,99.
           03 filler pic x(02) value spaces.
           03 l-con-estado pic x(10).
       01  lin-con-obs.
           03 filler pic x(15) value "  Observacion: ".
           03 l-con-obs pic x(60).
       01  lin-con-resultado.
           03 filler pic x(12) value "Resultado: ".
           03 l-con-resultado pic x(60).
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-historial   pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-snapshot    pic x(02).
           03 ws-fs-concilia    pic x(02).
           03 ws-fs-pendientes  pic x(02).
           03 ws-fs-aprparam    pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-cuotas      pic x(02).
           03 ws-fs-castigos    pic x(02).
           03 ws-fs-recuperos   pic x(02).
           03 ws-fs-asientos    pic x(02).
           03 ws-fs-castparm    pic x(02).
           03 ws-fs-xref        pic x(02).

       01  ws-switches.
           03 ws-sw-eof-movdia     pic x(01) value "N".
              88 ws-lote-marcado        value "S".
           03 ws-sw-eof-foto       pic x(01) value "N".
              88 ws-eof-foto            value "S".
           03 ws-sw-descuadre      pic x(01) value "N".
              88 ws-lote-descuadrado    value "S".
           03 ws-sw-cab-fuera      pic x(01) value "N".
              88 ws-cabecera-fuera      value "S".
           03 ws-sw-cola-fecha     pic x(01) value "N".
              88 ws-cola-otra-fecha     value "S".
           03 ws-sw-cola-repetida  pic x(01) value "N".
              88 ws-cola-repetida       value "S".
           03 ws-sw-cola-invalida  pic x(01) value "N".
              88 ws-cola-invalida       value "S".
           03 ws-sw-eof-hist       pic x(01) value "N".
              88 ws-eof-hist            value "S".
           03 ws-sw-org-existe     pic x(01) value "N".
              88 ws-org-existe          value "S".
           03 ws-sw-org-reversado  pic x(01) value "N".
              88 ws-org-reversado       value "S".
           03 ws-sw-castigos       pic x(01) value "N".
              88 ws-castigos-disp       value "S".
           03 ws-sw-castigado      pic x(01) value "N".
              88 ws-socio-castigado     value "S".
           03 ws-sw-hay-traspasos  pic x(01) value "N".
              88 ws-hay-traspasos       value "S".
           03 ws-sw-fin-cadena     pic x(01) value "N".
              88 ws-fin-cadena          value "S".

       01  ws-corrida.
           03 ws-fecha-proceso  pic 9(08).
           03 ws-cant-leidos    pic 9(07) comp value zero.
           03 ws-cant-aplicados pic 9(07) comp value zero.
           03 ws-cant-rechazos  pic 9(07) comp value zero.
           03 ws-cant-reversos  pic 9(07) comp value zero.
           03 ws-cant-pendientes pic 9(07) comp value zero.
           03 ws-cant-cuo-rev   pic 9(07) comp value zero.
           03 ws-cant-recuperos pic 9(07) comp value zero.
           03 ws-tot-recuperado pic 9(11)v99 value zero.
           03 ws-cant-trasladados pic 9(07) comp value zero.

      * clave vigente de un socio trasladado de sucursal
       01  ws-traspaso.
           03 ws-tra-suc        pic 9(03).
           03 ws-tra-socio      pic 9(10).
           03 ws-tra-saltos     pic 9(02) comp.

      * cuentas del recupero: caja al debe, recupero de creditos
      * castigados al haber (CASTPARM, o estas por omision)
       01  ws-recupero.
           03 ws-cta-caja       pic 9(08) value 11110000.
           03 ws-cta-recupero   pic 9(08) value 51910000.

       01  ws-saldos.
           03 ws-saldo-previo   pic s9(09)v99.
           03 ws-venc-previo    pic 9(08).

      * contrasiento: clave del movimiento original buscado en
      * HISTMOV y lo que de el hace falta para anularlo
       01  ws-contrasiento.
           03 ws-umbral-reverso pic 9(09)v99 value zero.
           03 ws-bus-suc        pic 9(03).
           03 ws-bus-socio      pic 9(10).
           03 ws-bus-fecha      pic 9(08).
           03 ws-bus-hora       pic 9(08).
           03 ws-org-tipo       pic x(01).
           03 ws-org-fecha      pic 9(08).
           03 ws-org-importe    pic 9(09)v99.
           03 ws-org-venc-ant   pic 9(08).
           03 ws-rev-restante   pic 9(09)v99.
           03 ws-cuotas-rev     pic 9(03).
           03 ws-cuo-busca      pic 9(03).

      * control del lote contra sus colas: lo declarado por cada
      * sucursal en su cola y lo efectivamente leido en el detalle,
      * por numero de sucursal (posicion = sucursal + 1)
       01  ws-control-lote.
           03 ws-fecha-lote     pic 9(08) value zero.
           03 ws-cant-reg-lote  pic 9(07) comp value zero.
           03 ws-cant-cabeceras pic 9(05) comp value zero.
           03 ws-cant-colas     pic 9(05) comp value zero.
           03 ws-ix-suc         pic 9(04) comp.
       01  ws-tabla-lote.
           03 ws-lote-e occurs 1000 times.
              05 ws-lt-cola       pic x(01).
                 88 ws-lt-hay-cola      value "S".
              05 ws-lt-cant-cola  pic 9(07) comp.
              05 ws-lt-cant-leida pic 9(07) comp.
              05 ws-lt-pag-cola   pic 9(11)v99.
              05 ws-lt-pag-leido  pic 9(11)v99.
              05 ws-lt-deb-cola   pic 9(11)v99.
              05 ws-lt-deb-leido  pic 9(11)v99.
       01  ws-totales-lote.
           03 ws-tl-cant-cola   pic 9(07) comp value zero.
           03 ws-tl-cant-leida  pic 9(07) comp value zero.
           03 ws-tl-pag-cola    pic 9(11)v99 value zero.
           03 ws-tl-pag-leido   pic 9(11)v99 value zero.
           03 ws-tl-deb-cola    pic 9(11)v99 value zero.
           03 ws-tl-deb-leido   pic 9(11)v99 value zero.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1300-CONTROLAR-LOTE THRU 1300-EXIT.
           IF NOT ws-eof-movdia
               PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT
           END-IF.
           IF NOT ws-eof-movdia
               PERFORM 1500-CONTROLAR-CORRIDA THRU 1500-EXIT
               PERFORM 1200-TOMAR-FOTO THRU 1200-EXIT
                       "- file status " WS-FS-RUNCTL
               STOP RUN
           END-IF.
           OPEN I-O PENDIENTES-FILE.
           IF WS-FS-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF.
           IF WS-FS-PENDIENTES NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "pendientes - file status " WS-FS-PENDIENTES
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
           PERFORM 1100-CARGAR-UMBRAL THRU 1100-EXIT.
           PERFORM 1150-ABRIR-RECUPEROS THRU 1150-EXIT.
           OPEN INPUT TRASPASOS-FILE.
           IF WS-FS-XREF = "00"
               MOVE "S" TO ws-sw-hay-traspasos
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100 - umbral de aprobacion del contrasiento: APRPARAM trae
      * el propio y, si no viene, rige el de cambio de saldo de
      * BCOSOC02; sin archivo rige cero y todo contrasiento pasa por
      * doble intervencion
      ******************************************************************
       1100-CARGAR-UMBRAL.
           OPEN INPUT APRPARAM-FILE.
           IF WS-FS-APRPARAM NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ APRPARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AP-UMBRAL-REVERSO NUMERIC
                       MOVE AP-UMBRAL-REVERSO TO ws-umbral-reverso
                   ELSE
                       IF AP-UMBRAL-SALDO NUMERIC
                           MOVE AP-UMBRAL-SALDO TO ws-umbral-reverso
                       END-IF
                   END-IF
           END-READ.
           CLOSE APRPARAM-FILE.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1150 - recuperos: sin archivo de castigados todavia no hay
      * nada que recuperar y el pago de un socio inexistente se
      * rechaza como siempre
      ******************************************************************
       1150-ABRIR-RECUPEROS.
           OPEN I-O CASTIGOS-FILE.
           IF WS-FS-CASTIGOS NOT = "00"
               GO TO 1150-EXIT
           END-IF.
           MOVE "S" TO ws-sw-castigos.
           OPEN EXTEND RECUPEROS-FILE.
           IF WS-FS-RECUPEROS = "35"
               OPEN OUTPUT RECUPEROS-FILE
           END-IF.
           IF WS-FS-RECUPEROS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "recuperos - file status " WS-FS-RECUPEROS
               STOP RUN
           END-IF.
           OPEN EXTEND ASIENTOS-FILE.
           IF WS-FS-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS-FILE
           END-IF.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "asientos de recuperos - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
           OPEN INPUT CASTPARM-FILE.
           IF WS-FS-CASTPARM NOT = "00"
               GO TO 1150-EXIT
           END-IF.
           READ CASTPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-CTA-CAJA NUMERIC AND CP-CTA-CAJA NOT = ZERO
                       MOVE CP-CTA-CAJA TO ws-cta-caja
                   END-IF
                   IF CP-CTA-RECUPERO NUMERIC
                       AND CP-CTA-RECUPERO NOT = ZERO
                       MOVE CP-CTA-RECUPERO TO ws-cta-recupero
                   END-IF
           END-READ.
           CLOSE CASTPARM-FILE.
       1150-EXIT.
           EXIT.
      ******************************************************************
      * 1300 - control del lote antes de aplicar nada: se lee MOVDIA
      * completo acumulando por sucursal cantidad de registros de
      * detalle, total de pagos y total de debitos, y se compara con
      * la cola de cada sucursal; el lote debe abrir con una unica
      * cabecera y todas las colas deben traer su fecha; cualquier
      * diferencia cancela la corrida sin tocar el maestro ni el
      * control de corrida (la fecha queda libre para el lote
      * corregido) y la planilla MOVCONC muestra donde no cuadra;
      * un MOVDIA vacio no es un lote y no hay nada que controlar
      ******************************************************************
       1300-CONTROLAR-LOTE.
           PERFORM 1305-LIMPIAR-SUCURSAL THRU 1305-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           PERFORM 1310-LEER-LOTE THRU 1310-EXIT.
           PERFORM 1320-ACUMULAR-REGISTRO THRU 1320-EXIT
               UNTIL ws-eof-movdia.
           IF ws-cant-reg-lote = ZERO
               GO TO 1300-EXIT
           END-IF.
           IF ws-cant-cabeceras = ZERO OR ws-cabecera-fuera
               OR ws-cant-colas = ZERO OR ws-cola-otra-fecha
               OR ws-cola-repetida OR ws-cola-invalida
               MOVE "S" TO ws-sw-descuadre
           END-IF.
           OPEN OUTPUT CONCILIACION-FILE.
           IF WS-FS-CONCILIA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la planilla de "
                       "conciliacion del lote - file status "
                       WS-FS-CONCILIA
               STOP RUN
           END-IF.
           MOVE ws-fecha-lote TO l-con-fecha-lote.
           MOVE ws-fecha-hoy  TO l-con-fecha-hoy.
           WRITE CONCILIACION-REC FROM lin-con-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
           WRITE CONCILIACION-REC FROM lin-con-cab
               AFTER ADVANCING 2 LINES.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
           PERFORM 1400-CONCILIAR-SUCURSAL THRU 1400-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           PERFORM 1450-IMPRIMIR-TOTALES THRU 1450-EXIT.
           PERFORM 1460-IMPRIMIR-OBSERVACIONES THRU 1460-EXIT.
           IF ws-lote-descuadrado
               MOVE "LOTE DESCUADRADO - no se imputa"
                                   TO l-con-resultado
           ELSE
               MOVE "LOTE CUADRADO - se imputa" TO l-con-resultado
           END-IF.
           WRITE CONCILIACION-REC FROM lin-con-resultado
               AFTER ADVANCING 2 LINES.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
           CLOSE CONCILIACION-FILE.
           IF ws-lote-descuadrado
               PERFORM 1390-CANCELAR-LOTE THRU 1390-EXIT
           END-IF.
           MOVE ws-fecha-lote TO ws-fecha-proceso.
      * cuadrado el lote se relee desde el principio para imputarlo
           CLOSE MOVIMIENTOS-FILE.
           OPEN INPUT MOVIMIENTOS-FILE.
           IF WS-FS-MOVDIA NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el archivo de "
                       "movimientos - file status " WS-FS-MOVDIA
               STOP RUN
           END-IF.
           MOVE "N" TO ws-sw-eof-movdia.
       1300-EXIT.
           EXIT.

       1305-LIMPIAR-SUCURSAL.
           MOVE SPACE TO ws-lt-cola(ws-ix-suc).
           MOVE ZERO  TO ws-lt-cant-cola(ws-ix-suc).
           MOVE ZERO  TO ws-lt-cant-leida(ws-ix-suc).
           MOVE ZERO  TO ws-lt-pag-cola(ws-ix-suc).
           MOVE ZERO  TO ws-lt-pag-leido(ws-ix-suc).
           MOVE ZERO  TO ws-lt-deb-cola(ws-ix-suc).
           MOVE ZERO  TO ws-lt-deb-leido(ws-ix-suc).
       1305-EXIT.
           EXIT.

       1310-LEER-LOTE.
           READ MOVIMIENTOS-FILE
               AT END
                   SET ws-eof-movdia TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-reg-lote
           END-READ.
       1310-EXIT.
           EXIT.

      * la cabecera vale solo como primer registro del lote; los
      * registros de detalle con sucursal no numerica se acumulan en
      * la posicion de la sucursal cero (la imputacion los rechaza);
      * el contrasiento suma a la cantidad pero no a los importes
       1320-ACUMULAR-REGISTRO.
           EVALUATE LC-TIPO
               WHEN "H"
                   ADD 1 TO ws-cant-cabeceras
                   IF ws-cant-reg-lote = 1
                       MOVE LC-FECHA-LOTE TO ws-fecha-lote
                   ELSE
                       MOVE "S" TO ws-sw-cab-fuera
                   END-IF
               WHEN "T"
                   ADD 1 TO ws-cant-colas
                   PERFORM 1330-REGISTRAR-COLA THRU 1330-EXIT
               WHEN OTHER
                   PERFORM 1340-SUMAR-DETALLE THRU 1340-EXIT
           END-EVALUATE.
           PERFORM 1310-LEER-LOTE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-REGISTRAR-COLA.
           IF LC-SUC NOT NUMERIC OR LC-CANT-REG NOT NUMERIC
               OR LC-TOT-PAGOS NOT NUMERIC
               OR LC-TOT-DEBITOS NOT NUMERIC
               MOVE "S" TO ws-sw-cola-invalida
               GO TO 1330-EXIT
           END-IF.
           IF LC-FECHA-LOTE NOT = ws-fecha-lote
               MOVE "S" TO ws-sw-cola-fecha
           END-IF.
           COMPUTE ws-ix-suc = LC-SUC + 1.
           IF ws-lt-hay-cola(ws-ix-suc)
               MOVE "S" TO ws-sw-cola-repetida
           END-IF.
           MOVE "S"            TO ws-lt-cola(ws-ix-suc).
           MOVE LC-CANT-REG    TO ws-lt-cant-cola(ws-ix-suc).
           MOVE LC-TOT-PAGOS   TO ws-lt-pag-cola(ws-ix-suc).
           MOVE LC-TOT-DEBITOS TO ws-lt-deb-cola(ws-ix-suc).
       1330-EXIT.
           EXIT.

       1340-SUMAR-DETALLE.
           IF MV-SUC NUMERIC
               COMPUTE ws-ix-suc = MV-SUC + 1
           ELSE
               MOVE 1 TO ws-ix-suc
           END-IF.
           ADD 1 TO ws-lt-cant-leida(ws-ix-suc).
           IF MV-IMPORTE NOT NUMERIC
               GO TO 1340-EXIT
           END-IF.
           IF MV-TIPO = "P"
               ADD MV-IMPORTE TO ws-lt-pag-leido(ws-ix-suc)
           END-IF.
           IF MV-TIPO = "D"
               ADD MV-IMPORTE TO ws-lt-deb-leido(ws-ix-suc)
           END-IF.
       1340-EXIT.
           EXIT.
      ******************************************************************
      * 1390 - lote descuadrado: se cierra todo sin haber tomado foto
      * ni marcado la fecha; el maestro quedo intacto
      ******************************************************************
       1390-CANCELAR-LOTE.
           CLOSE RUNCTL-FILE.
           CLOSE SOCIOS-FILE.
           CLOSE MOVIMIENTOS-FILE.
           CLOSE RECHAZOS-FILE.
           CLOSE HISTORIAL-FILE.
           CLOSE PENDIENTES-FILE.
           CLOSE CONVENIOS-FILE.
           CLOSE CUOTAS-FILE.
           IF ws-castigos-disp
               CLOSE CASTIGOS-FILE
               CLOSE RECUPEROS-FILE
               CLOSE ASIENTOS-FILE
           END-IF.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
           DISPLAY "ERROR: el lote MOVDIA de la fecha " ws-fecha-lote
                   " no cuadra con sus registros de control - ver "
                   "planilla MOVCONC - corrida cancelada".
           STOP RUN.
       1390-EXIT.
           EXIT.
      ******************************************************************
      * 1400 - un renglon por cada sucursal con cola o con detalle
      ******************************************************************
       1400-CONCILIAR-SUCURSAL.
           IF NOT ws-lt-hay-cola(ws-ix-suc)
               AND ws-lt-cant-leida(ws-ix-suc) = ZERO
               GO TO 1400-EXIT
           END-IF.
           COMPUTE l-con-suc = ws-ix-suc - 1.
           MOVE ws-lt-cant-cola(ws-ix-suc)  TO l-con-cant-cola.
           MOVE ws-lt-cant-leida(ws-ix-suc) TO l-con-cant-leida.
           MOVE ws-lt-pag-cola(ws-ix-suc)   TO l-con-pag-cola.
           MOVE ws-lt-pag-leido(ws-ix-suc)  TO l-con-pag-leido.
           MOVE ws-lt-deb-cola(ws-ix-suc)   TO l-con-deb-cola.
           MOVE ws-lt-deb-leido(ws-ix-suc)  TO l-con-deb-leido.
           EVALUATE TRUE
               WHEN NOT ws-lt-hay-cola(ws-ix-suc)
                   MOVE "SIN COLA" TO l-con-estado
                   MOVE "S" TO ws-sw-descuadre
               WHEN ws-lt-cant-cola(ws-ix-suc)
                       NOT = ws-lt-cant-leida(ws-ix-suc)
                 OR ws-lt-pag-cola(ws-ix-suc)
                       NOT = ws-lt-pag-leido(ws-ix-suc)
                 OR ws-lt-deb-cola(ws-ix-suc)
                       NOT = ws-lt-deb-leido(ws-ix-suc)
                   MOVE "DIFERENCIA" TO l-con-estado
                   MOVE "S" TO ws-sw-descuadre
               WHEN OTHER
                   MOVE "OK" TO l-con-estado
           END-EVALUATE.
           WRITE CONCILIACION-REC FROM lin-con-det
               AFTER ADVANCING 1 LINE.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
           ADD ws-lt-cant-cola(ws-ix-suc)  TO ws-tl-cant-cola.
           ADD ws-lt-cant-leida(ws-ix-suc) TO ws-tl-cant-leida.
           ADD ws-lt-pag-cola(ws-ix-suc)   TO ws-tl-pag-cola.
           ADD ws-lt-pag-leido(ws-ix-suc)  TO ws-tl-pag-leido.
           ADD ws-lt-deb-cola(ws-ix-suc)   TO ws-tl-deb-cola.
           ADD ws-lt-deb-leido(ws-ix-suc)  TO ws-tl-deb-leido.
       1400-EXIT.
           EXIT.

       1450-IMPRIMIR-TOTALES.
           MOVE ZERO             TO l-con-suc.
           MOVE ws-tl-cant-cola  TO l-con-cant-cola.
           MOVE ws-tl-cant-leida TO l-con-cant-leida.
           MOVE ws-tl-pag-cola   TO l-con-pag-cola.
           MOVE ws-tl-pag-leido  TO l-con-pag-leido.
           MOVE ws-tl-deb-cola   TO l-con-deb-cola.
           MOVE ws-tl-deb-leido  TO l-con-deb-leido.
           MOVE "TOTAL LOTE"     TO l-con-estado.
           WRITE CONCILIACION-REC FROM lin-con-det
               AFTER ADVANCING 2 LINES.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
       1450-EXIT.
           EXIT.

       1460-IMPRIMIR-OBSERVACIONES.
           IF ws-cant-cabeceras = ZERO
               MOVE "el lote no trae registro de cabecera" TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
           IF ws-cabecera-fuera
               MOVE "cabecera repetida o fuera del primer registro"
                                   TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
           IF ws-cant-colas = ZERO
               MOVE "el lote no trae registros de cola" TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
           IF ws-cola-otra-fecha
               MOVE "hay colas con fecha distinta a la de la cabecera"
                                   TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
           IF ws-cola-repetida
               MOVE "hay sucursales con mas de un registro de cola"
                                   TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
           IF ws-cola-invalida
               MOVE "hay colas con campos no numericos (descartadas)"
                                   TO l-con-obs
               PERFORM 1470-IMPRIMIR-OBSERVACION THRU 1470-EXIT
           END-IF.
       1460-EXIT.
           EXIT.

       1470-IMPRIMIR-OBSERVACION.
           WRITE CONCILIACION-REC FROM lin-con-obs
               AFTER ADVANCING 1 LINE.
           PERFORM 8200-VERIFICAR-CONCILIACION THRU 8200-EXIT.
       1470-EXIT.
           EXIT.
      ******************************************************************
      * 1500 - control de corrida: la fecha de proceso es la de la
      * cabecera del lote; una fecha ya cerrada es un lote
      * ya aplicado (reprocesarlo acreditaria todo dos veces) y una
      * fecha en curso es una imputacion caida a medio aplicar (hay
      * que restaurar el maestro y despejar la marca antes de
      * reintentar); en ambos casos la corrida se niega a seguir
      ******************************************************************
       1500-CONTROLAR-CORRIDA.
           MOVE ws-fecha-proceso TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
           MOVE ws-fecha-proceso TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ws-fecha-proceso TO RN-FECHA
                   MOVE "A"   TO RN-IMPUTACION
                   MOVE SPACE TO RN-LISTADO
       1600-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - lectura del archivo de movimientos del dia (la
      * cabecera y las colas no cuentan como movimientos)
      ******************************************************************
       2000-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-FILE
               AT END
                   SET ws-eof-movdia TO TRUE
               NOT AT END
                   IF MV-TIPO NOT = "H" AND MV-TIPO NOT = "T"
                       ADD 1 TO ws-cant-leidos
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.
      ******************************************************************
       3000-PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MV-TIPO = "H" OR MV-TIPO = "T"
                   CONTINUE
               WHEN MV-TIPO NOT = "P" AND MV-TIPO NOT = "D"
                AND MV-TIPO NOT = "R"
                   MOVE "Tipo de movimiento no es P, D ni R"
                                   TO RZ-MOTIVO
                   PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               WHEN MV-IMPORTE = ZERO
                   MOVE "Importe en cero" TO RZ-MOTIVO
                   PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               WHEN MV-TIPO = "R"
                   PERFORM 3500-APLICAR-CONTRASIENTO THRU 3500-EXIT
               WHEN OTHER
                   PERFORM 3100-BUSCAR-SOCIO THRU 3100-EXIT
                   IF ws-socio-existe
                       PERFORM 3200-APLICAR-MOVIMIENTO THRU 3200-EXIT
                   ELSE
                       PERFORM 3800-BUSCAR-CASTIGO THRU 3800-EXIT
                       EVALUATE TRUE
                           WHEN ws-socio-castigado AND MV-TIPO = "P"
                               PERFORM 3810-APLICAR-RECUPERO
                                   THRU 3810-EXIT
                           WHEN ws-socio-castigado
                               MOVE "Debito sobre cuenta castigada"
                                               TO RZ-MOTIVO
                               PERFORM 8000-RECHAZAR-MOVIMIENTO
                                   THRU 8000-EXIT
                           WHEN OTHER
                               MOVE "Socio inexistente en el maestro"
                                               TO RZ-MOTIVO
                               PERFORM 8000-RECHAZAR-MOVIMIENTO
                                   THRU 8000-EXIT
                       END-EVALUATE
                   END-IF
           END-EVALUATE.
           PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100 - lectura directa del maestro por la clave del movimiento;
      * una clave que ya no esta puede ser la de un socio trasladado
      * de sucursal (BCOSOC19): el movimiento pasa a la clave vigente
      * y sigue con ella (maestro, castigos, historial y rechazos)
      ******************************************************************
       3100-BUSCAR-SOCIO.
           MOVE "N" TO ws-sw-socio-existe.
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
           IF ws-socio-existe OR NOT ws-hay-traspasos
               GO TO 3100-EXIT
           END-IF.
           MOVE MV-SUC   TO ws-tra-suc.
           MOVE MV-SOCIO TO ws-tra-socio.
           MOVE ZERO TO ws-tra-saltos.
           MOVE "N" TO ws-sw-fin-cadena.
           PERFORM 3110-BUSCAR-TRASPASO THRU 3110-EXIT
               UNTIL ws-fin-cadena.
           IF ws-tra-saltos = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE ws-tra-suc   TO MV-SUC.
           MOVE ws-tra-socio TO MV-SOCIO.
           ADD 1 TO ws-cant-trasladados.
           MOVE MV-SUC   TO SM-SUC.
           MOVE MV-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
       3100-EXIT.
           EXIT.

      * un socio trasladado mas de una vez deja una cadena de claves
       3110-BUSCAR-TRASPASO.
           MOVE ws-tra-suc   TO XR-SUC-ANT.
           MOVE ws-tra-socio TO XR-SOCIO-ANT.
           READ TRASPASOS-FILE
               INVALID KEY
                   SET ws-fin-cadena TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           MOVE XR-SUC-NUEVA   TO ws-tra-suc.
           MOVE XR-SOCIO-NUEVO TO ws-tra-socio.
           ADD 1 TO ws-tra-saltos.
           IF ws-tra-saltos > 20
               SET ws-fin-cadena TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - aplicacion del movimiento sobre saldo y vencimiento:
      * un pago acredita (acerca el saldo a cero) y si cancela toda
      ******************************************************************
       3200-APLICAR-MOVIMIENTO.
           MOVE SM-SALDO TO ws-saldo-previo.
           MOVE SM-FEC-VENC TO ws-venc-previo.
           IF MV-TIPO = "P"
               ADD MV-IMPORTE TO SM-SALDO
           ELSE
           EXIT.
      ******************************************************************
      * 3300 - retencion del movimiento aplicado en el historial con
      * el saldo anterior y el resultante, para el resumen de cuenta;
      * el contrasiento lleva ademas la fecha y hora del original
      ******************************************************************
       3300-GRABAR-HISTORIAL.
           MOVE SPACES           TO HISTORIAL-REC.
           MOVE MV-SUC           TO HM-SUC.
           MOVE MV-SOCIO         TO HM-SOCIO.
           MOVE MV-FECHA         TO HM-FECHA.
           MOVE ws-saldo-previo  TO HM-SALDO-ANT.
           MOVE SM-SALDO         TO HM-SALDO-POST.
           ACCEPT HM-HORA FROM TIME.
           MOVE ws-venc-previo   TO HM-FEC-VENC-ANT.
           IF MV-TIPO = "R"
               MOVE MV-REF-FECHA TO HM-REF-FECHA
               MOVE MV-REF-HORA  TO HM-REF-HORA
           ELSE
               MOVE ZERO         TO HM-REF-FECHA
               MOVE ZERO         TO HM-REF-HORA
           END-IF.
           WRITE HISTORIAL-REC.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el historial de "
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3500 - contrasiento: anula un pago o debito ya imputado; el
      * original se busca en HISTMOV por socio, fecha y hora, debe
      * ser un P o un D, no debe estar ya reversado y su importe debe
      * coincidir con el del contrasiento; sobre el umbral el
      * contrasiento no toca el maestro y espera al segundo operador
      * en PENDNOV (BCOSOC06)
      ******************************************************************
       3500-APLICAR-CONTRASIENTO.
           IF MV-OPERADOR = SPACES
               MOVE "Contrasiento sin legajo de operador"
                                   TO RZ-MOTIVO
               PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3100-BUSCAR-SOCIO THRU 3100-EXIT.
           IF NOT ws-socio-existe
               MOVE "Socio inexistente en el maestro" TO RZ-MOTIVO
               PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE MV-SUC       TO ws-bus-suc.
           MOVE MV-SOCIO     TO ws-bus-socio.
           MOVE MV-REF-FECHA TO ws-bus-fecha.
           MOVE MV-REF-HORA  TO ws-bus-hora.
           PERFORM 3510-BUSCAR-ORIGINAL THRU 3510-EXIT.
           IF NOT ws-org-existe
               MOVE "Contrasiento: original inexistente"
                                   TO RZ-MOTIVO
               PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF ws-org-reversado
               MOVE "Contrasiento: original ya reversado"
                                   TO RZ-MOTIVO
               PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF MV-IMPORTE NOT = ws-org-importe
               MOVE "Contrasiento: importe distinto al original"
                                   TO RZ-MOTIVO
               PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF MV-IMPORTE > ws-umbral-reverso
               PERFORM 3600-DERIVAR-PENDIENTE THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
      * la busqueda en HISTMOV no toca el maestro: SOCIO-REC sigue
      * siendo el del socio del contrasiento
           PERFORM 3520-RESTAURAR-SALDO THRU 3520-EXIT.
           REWRITE SOCIO-REC
               INVALID KEY
                   MOVE "Error al regrabar el maestro"
                                   TO RZ-MOTIVO
                   PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               NOT INVALID KEY
                   ADD 1 TO ws-cant-reversos
                   PERFORM 3300-GRABAR-HISTORIAL THRU 3300-EXIT
                   IF ws-org-tipo = "P"
                       PERFORM 3700-REVERTIR-CUOTAS THRU 3700-EXIT
                   END-IF
           END-REWRITE.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3510 - pasada por HISTMOV buscando el movimiento original y
      * un contrasiento previo que ya lo haya anulado; el historial
      * se reabre para lectura y vuelve a quedar extendiendose, asi
      * un segundo contrasiento del mismo original en el mismo lote
      * encuentra al primero
      ******************************************************************
       3510-BUSCAR-ORIGINAL.
           MOVE "N" TO ws-sw-org-existe.
           MOVE "N" TO ws-sw-org-reversado.
           CLOSE HISTORIAL-FILE.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "00"
               MOVE "N" TO ws-sw-eof-hist
               PERFORM 3511-LEER-HISTORIAL THRU 3511-EXIT
               PERFORM 3512-COMPARAR-HISTORIAL THRU 3512-EXIT
                   UNTIL ws-eof-hist
               CLOSE HISTORIAL-FILE
           END-IF.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-FS-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
           IF WS-FS-HISTORIAL NOT = "00"
               DISPLAY "ERROR: no se pudo reabrir el historial de "
                       "movimientos - file status " WS-FS-HISTORIAL
               STOP RUN
           END-IF.
       3510-EXIT.
           EXIT.

       3511-LEER-HISTORIAL.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-hist TO TRUE
           END-READ.
       3511-EXIT.
           EXIT.

      * los registros anteriores a la hora de imputacion y a la
      * referencia del contrasiento traen blancos en esos campos: se
      * comparan solo si son numericos
       3512-COMPARAR-HISTORIAL.
           IF HM-SUC NOT = ws-bus-suc OR HM-SOCIO NOT = ws-bus-socio
               GO TO 3512-SIGUIENTE
           END-IF.
           IF HM-TIPO = "P" OR HM-TIPO = "D"
               IF HM-FECHA = ws-bus-fecha AND HM-HORA NUMERIC
                   IF HM-HORA = ws-bus-hora
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
               IF HM-REF-FECHA = ws-bus-fecha
                   AND HM-REF-HORA = ws-bus-hora
                   MOVE "S" TO ws-sw-org-reversado
               END-IF
           END-IF.
       3512-SIGUIENTE.
           PERFORM 3511-LEER-HISTORIAL THRU 3511-EXIT.
       3512-EXIT.
           EXIT.
      ******************************************************************
      * 3520 - el contrasiento devuelve el saldo en sentido inverso al
      * original; si el saldo vuelve a ser deudor, anular un pago
      * devuelve a la deuda el vencimiento que tenia antes del pago
      * (si era anterior al actual) y anular un debito conserva el
      * vencimiento vigente; sin vencimiento previo registrado rige
      * la fecha del original
      ******************************************************************
       3520-RESTAURAR-SALDO.
           MOVE SM-SALDO    TO ws-saldo-previo.
           MOVE SM-FEC-VENC TO ws-venc-previo.
           IF ws-org-tipo = "P"
               SUBTRACT ws-org-importe FROM SM-SALDO
           ELSE
               ADD ws-org-importe TO SM-SALDO
           END-IF.
           IF SM-SALDO NOT < ZERO
               MOVE ZERO TO SM-FEC-VENC
               GO TO 3520-EXIT
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
       3520-EXIT.
           EXIT.
      ******************************************************************
      * 3600 - contrasiento sobre el umbral: queda en PENDNOV con los
      * datos del original hasta que lo apruebe un segundo operador;
      * con otro contrasiento del mismo socio esperando aprobacion el
      * nuevo se rechaza (la clave del pendiente es por socio y tipo)
      ******************************************************************
       3600-DERIVAR-PENDIENTE.
           MOVE MV-SUC       TO PD-SUC.
           MOVE MV-SOCIO     TO PD-SOCIO.
           MOVE "R"          TO PD-TIPO.
           MOVE SPACES       TO PD-DATOS.
           MOVE MV-FECHA     TO PD-REV-FECHA.
           MOVE MV-REF-FECHA TO PD-REF-FECHA.
           MOVE MV-REF-HORA  TO PD-REF-HORA.
           MOVE MV-IMPORTE   TO PD-REV-IMPORTE.
           MOVE MV-OPERADOR  TO PD-OPERADOR.
           MOVE ws-fecha-hoy TO PD-FECHA.
           ACCEPT PD-HORA FROM TIME.
           WRITE PENDIENTE-REC
               INVALID KEY
                   MOVE "Contrasiento: ya hay otro pendiente"
                                   TO RZ-MOTIVO
                   PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
               NOT INVALID KEY
                   ADD 1 TO ws-cant-pendientes
           END-WRITE.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3700 - el pago anulado pudo haber cancelado cuotas del
      * convenio (BCOSOC05 las cancela con la fecha del pago, de la
      * mas antigua a la mas nueva, mientras el pago cubra la cuota
      * entera): se vuelven a pendiente, de la mas nueva a la mas
      * antigua, las canceladas con esa fecha que entren en el
      * importe del pago; un convenio cumplido vuelve a vigente
      ******************************************************************
       3700-REVERTIR-CUOTAS.
           MOVE MV-SUC   TO CV-SUC.
           MOVE MV-SOCIO TO CV-SOCIO.
           READ CONVENIOS-FILE
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ.
           MOVE ws-org-importe TO ws-rev-restante.
           MOVE ZERO TO ws-cuotas-rev.
           PERFORM 3710-REVERTIR-CUOTA THRU 3710-EXIT
               VARYING ws-cuo-busca FROM CV-CANT-CUOTAS BY -1
               UNTIL ws-cuo-busca < 1.
           IF ws-cuotas-rev = ZERO
               GO TO 3700-EXIT
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
       3700-EXIT.
           EXIT.

       3710-REVERTIR-CUOTA.
           MOVE CV-SUC       TO CU-SUC.
           MOVE CV-SOCIO     TO CU-SOCIO.
           MOVE ws-cuo-busca TO CU-NRO.
           READ CUOTAS-FILE
               INVALID KEY
                   GO TO 3710-EXIT
           END-READ.
           IF CU-ESTADO NOT = "C" OR CU-FEC-PAGO NOT = ws-org-fecha
               GO TO 3710-EXIT
           END-IF.
           IF CU-IMPORTE > ws-rev-restante
               GO TO 3710-EXIT
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
           ADD 1 TO ws-cant-cuo-rev.
       3710-EXIT.
           EXIT.
      ******************************************************************
      * 3800 - el socio que falta en el maestro puede estar castigado
      ******************************************************************
       3800-BUSCAR-CASTIGO.
           MOVE "N" TO ws-sw-castigado.
           IF NOT ws-castigos-disp
               GO TO 3800-EXIT
           END-IF.
           MOVE MV-SUC   TO CA-SUC.
           MOVE MV-SOCIO TO CA-SOCIO.
           READ CASTIGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-castigado
           END-READ.
       3800-EXIT.
           EXIT.
      ******************************************************************
      * 3810 - recupero: el pago no vuelve al maestro (la cuenta esta
      * fuera de la gestion activa) sino que suma en lo recuperado del
      * castigo, queda en RECUPERO y se contabiliza caja contra
      * recupero de creditos castigados
      ******************************************************************
       3810-APLICAR-RECUPERO.
           ADD MV-IMPORTE TO CA-RECUPERADO.
           MOVE MV-FECHA  TO CA-FEC-ULT-RECUP.
           REWRITE CASTIGO-REC
               INVALID KEY
                   MOVE "Error al regrabar la cuenta castigada"
                                   TO RZ-MOTIVO
                   PERFORM 8000-RECHAZAR-MOVIMIENTO THRU 8000-EXIT
                   GO TO 3810-EXIT
           END-REWRITE.
           MOVE SPACES        TO RECUPERO-REC.
           MOVE MV-FECHA      TO RC-FECHA.
           ACCEPT RC-HORA FROM TIME.
           MOVE MV-SUC        TO RC-SUC.
           MOVE MV-SOCIO      TO RC-SOCIO.
           MOVE MV-IMPORTE    TO RC-IMPORTE.
           MOVE CA-SALDO      TO RC-SALDO-CASTIGO.
           MOVE CA-RECUPERADO TO RC-RECUP-ACUM.
           WRITE RECUPERO-REC.
           IF WS-FS-RECUPEROS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "recuperos - file status " WS-FS-RECUPEROS
               STOP RUN
           END-IF.
           MOVE ws-cta-caja TO AS-CUENTA.
           MOVE "D" TO AS-DH.
           PERFORM 3820-GRABAR-ASIENTO THRU 3820-EXIT.
           MOVE ws-cta-recupero TO AS-CUENTA.
           MOVE "H" TO AS-DH.
           PERFORM 3820-GRABAR-ASIENTO THRU 3820-EXIT.
           ADD 1 TO ws-cant-recuperos.
           ADD MV-IMPORTE TO ws-tot-recuperado.
       3810-EXIT.
           EXIT.

       3820-GRABAR-ASIENTO.
           MOVE MV-FECHA   TO AS-FECHA.
           MOVE MV-SUC     TO AS-SUC.
           MOVE MV-IMPORTE TO AS-IMPORTE.
           WRITE ASIENTO-REC.
           IF WS-FS-ASIENTOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
                       "asientos de recuperos - file status "
                       WS-FS-ASIENTOS
               STOP RUN
           END-IF.
       3820-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - derivacion del movimiento al archivo de no aplicados
      ******************************************************************
       8000-RECHAZAR-MOVIMIENTO.
           MOVE MV-IMPORTE TO RZ-IMPORTE.
           MOVE 1          TO RZ-INTENTOS.
           MOVE ws-fecha-hoy TO RZ-FEC-PRIMER.
           IF MV-TIPO = "R"
               MOVE MV-REF-FECHA TO RZ-REF-FECHA
               MOVE MV-REF-HORA  TO RZ-REF-HORA
               MOVE MV-OPERADOR  TO RZ-OPERADOR
           ELSE
               MOVE ZERO         TO RZ-REF-FECHA
               MOVE ZERO         TO RZ-REF-HORA
               MOVE SPACES       TO RZ-OPERADOR
           END-IF.
           WRITE RECHAZO-REC.
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el archivo de "
           END-IF.
       8100-EXIT.
           EXIT.

       8200-VERIFICAR-CONCILIACION.
           IF WS-FS-CONCILIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la planilla de "
                       "conciliacion del lote - file status "
                       WS-FS-CONCILIA
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 9100 - cierre de la imputacion de una fecha en el control de
      * corrida, conservando las demas marcas (listado y convenios)
           MOVE ws-cierre-fecha TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ws-cierre-fecha TO RN-FECHA
                   MOVE "C"   TO RN-IMPUTACION
                   MOVE SPACE TO RN-LISTADO
           CLOSE MOVIMIENTOS-FILE.
           CLOSE RECHAZOS-FILE.
           CLOSE HISTORIAL-FILE.
           CLOSE PENDIENTES-FILE.
           CLOSE CONVENIOS-FILE.
           CLOSE CUOTAS-FILE.
           IF ws-castigos-disp
               CLOSE CASTIGOS-FILE
               CLOSE RECUPEROS-FILE
               CLOSE ASIENTOS-FILE
           END-IF.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
           DISPLAY "Movimientos leidos    : " ws-cant-leidos.
           DISPLAY "Movimientos aplicados : " ws-cant-aplicados.
           DISPLAY "Movimientos rechazados: " ws-cant-rechazos.
           DISPLAY "Contrasientos aplic.  : " ws-cant-reversos.
           DISPLAY "Contrasientos a aprob.: " ws-cant-pendientes.
           DISPLAY "Cuotas vueltas a pend.: " ws-cant-cuo-rev.
           DISPLAY "Recuperos de castigos : " ws-cant-recuperos.
           DISPLAY "Importe recuperado    : " ws-tot-recuperado.
           DISPLAY "A clave trasladada    : " ws-cant-trasladados.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC03.

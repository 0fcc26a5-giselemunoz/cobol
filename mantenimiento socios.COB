      *                 restauracion a un punto (BCOSOC07).
      * 2026-09-02  jm  Clave alternativa por DNI (con duplicados)
      *                 en el maestro SOCIOS (consulta BCOSOC09).
      * 2026-10-15  jm  PENDNOV admite el contrasiento sobre el umbral
      *                 que deriva BCOSOC03 (PD-TIPO "R", con sus
      *                 datos en PD-DATOS-REV) y APRPARAM trae el
      *                 umbral propio del contrasiento.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * TRANSACCIONES PENDIENTES DE APROBACION: bajas y cambios de
      * saldo sobre el umbral esperan aqui al segundo operador
      * (BCOSOC06); una nueva presentacion de la misma clave y tipo
      * reemplaza a la anterior (mismo layout que en BCOSOC03 y
      * BCOSOC06)
      *   PD-TIPO: B = baja / M = modificacion / R = contrasiento
      *   (este ultimo lo deriva BCOSOC03 con PD-DATOS-REV)
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
      * UMBRAL DE APROBACION: cambio de saldo (en valor absoluto)
      * a partir del cual la modificacion exige doble intervencion;
      * sin archivo rige cero (todo cambio de saldo pasa por
      * aprobacion); AP-UMBRAL-REVERSO es el importe a partir del
      * cual el contrasiento de BCOSOC03 exige doble intervencion
       FD  APRPARAM-FILE.
       01  APRPARAM-REC.
           05 AP-UMBRAL-SALDO    PIC 9(09)V99.
           05 AP-UMBRAL-REVERSO  PIC 9(09)V99.

      * FOTOS FECHADAS DEL MAESTRO: una imagen de cada socio por
      * foto, todas con la misma fecha y hora de toma; se extiende

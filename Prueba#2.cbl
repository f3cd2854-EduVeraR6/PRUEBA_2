               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANCOS.

      * REGISTRO PREVIO DE LA SIMULACION DE CIERRE: EL MISMO CALCULO
      * DEL CIERRE SIN ACTUALIZAR NINGUN ARCHIVO, COMPARADO CONTRA
      * EL ULTIMO PERIODO CERRADO DE CADA CEDULA
           SELECT SIMULACION-FILE ASSIGN TO "SIMULACION_CIERRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMULACION.

      * MOVIMIENTOS QUE CADA CIERRE APLICO A PRESTAMOS, VACACIONES
      * Y DECIMO, POR PERIODO Y CEDULA, CON EL ULTIMO PERIODO QUE
      * CADA LIBRO TENIA ANTES: LA ANULACION DEL CIERRE LOS DEVUELVE
      * EXACTOS A PARTIR DE ESTE DIARIO
           SELECT MOVIMIENTOS-CIERRE-FILE
               ASSIGN TO "MOVIMIENTOS_CIERRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS WS-FS-MOVIMIENTOS.

           SELECT ANULACION-FILE ASSIGN TO "ANULACION_CIERRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACION.

      * CALENDARIO DE PERIODOS: UN REGISTRO POR PERIODO DEL
      * HISTORICO CON SU ESTADO EN LA SECUENCIA CIERRE, EXPORTACION
      * ACH, APROBACION, CONCILIACION Y CONTABILIZACION; NINGUN
      * PASO CORRE FUERA DE ESE ORDEN
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO_NOMINA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PERIODO
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT REPORTE-CALENDARIO-FILE
               ASSIGN TO "CALENDARIO_NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP-CALENDARIO.

      * REEMISION DE PAGOS RECHAZADOS O SIN CUENTA: ARCHIVO ACH
      * SUPLEMENTARIO CON SU PROPIO LOTE DE DOBLE APROBACION Y
      * REGISTRO NUMERADO DE LO PAGADO POR CHEQUE O EN EFECTIVO
           SELECT ACH-REEMISION-FILE ASSIGN TO "ACH_REEMISION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACH-REEMISION.

           SELECT REEMISION-PENDIENTE-FILE
               ASSIGN TO "ACH_REEMISION_PENDIENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REE-PENDIENTE.

           SELECT PAGOS-MANUALES-FILE ASSIGN TO "PAGOS_MANUALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGOS-MANUALES.

      * APORTES DEL EMPLEADOR DE CADA CIERRE POR PERIODO Y CEDULA:
      * APORTE PATRONAL AL SEGURO Y FONDO DE RESERVA; ALIMENTAN EL
      * COSTO PATRONAL POR DEPARTAMENTO, EL ASIENTO Y LA PLANILLA
      * MENSUAL DE APORTES QUE SE ENTREGA AL SEGURO SOCIAL
           SELECT APORTES-PATRONALES-FILE
               ASSIGN TO "APORTES_PATRONALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-CLAVE
               FILE STATUS IS WS-FS-APORTES.

           SELECT PLANILLA-APORTES-FILE
               ASSIGN TO "APORTES_MENSUALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANILLA.

      * CARGAS FAMILIARES POR CEDULA (CONYUGE O CONVIVIENTE E
      * HIJOS) PARA EL REPARTO ANUAL DE UTILIDADES
           SELECT CARGAS-FAMILIARES-FILE
               ASSIGN TO "CARGAS_FAMILIARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-ID-EMPLEADO
               FILE STATUS IS WS-FS-CARGAS.

           SELECT REPORTE-UTILIDADES-FILE ASSIGN TO "UTILIDADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP-UTILIDADES.

      * MARCACIONES DEL RELOJ: UNA LINEA POR CEDULA Y DIA CON LA
      * HORA DE ENTRADA Y DE SALIDA (HHMM)
           SELECT MARCACIONES-FILE ASSIGN TO "MARCACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARCACIONES.

           SELECT EXCEPCIONES-RELOJ-FILE
               ASSIGN TO "MARCACIONES_EXCEPCIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC-RELOJ.

      * PRESUPUESTO DE NOMINA POR DEPARTAMENTO Y ANIO: PLAZAS
      * APROBADAS Y BRUTO PRESUPUESTADO DE CADA MES
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               FILE STATUS IS WS-FS-PRESUPUESTO.

           SELECT REPORTE-PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_VS_REAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP-PRESUP.

      * BITACORA DE CAMBIOS POR CAMPO: UN REGISTRO POR CAMPO
      * MODIFICADO, CON LAS CLAVES ALTERNAS PARA CONSULTAR POR
      * CEDULA (O ID DE OPERADOR) Y POR EL OPERADOR QUE LO CAMBIO
           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS_CAMPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-CLAVE
               ALTERNATE RECORD KEY IS CMB-REFERENCIA WITH DUPLICATES
               ALTERNATE RECORD KEY IS CMB-OPERADOR WITH DUPLICATES
               FILE STATUS IS WS-FS-CAMBIOS.

           SELECT LISTADO-CAMBIOS-FILE
               ASSIGN TO "CAMBIOS_CAMPOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIS-CAMBIOS.

           SELECT INTEGRIDAD-FILE
               ASSIGN TO "INTEGRIDAD_ARCHIVOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTEGRIDAD.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADO-MASTER-FILE.
           05 NOV-CONCEPTO PIC X(3).
           05 NOV-MONTO PIC 9(5)V99.
           05 NOV-PERIODO PIC X(7).
      * PRIMER DIA DE LA VACACION (AAAAMMDD) EN LAS NOVEDADES DE
      * DIAS V01; OPCIONAL, LAS LINEAS SIN FECHA SE LEEN IGUAL
           05 NOV-FECHA-DESDE PIC X(8).

       FD  CONCEPTOS-FILE.
       01  CON-REGISTRO.
           05 APR-SUM-NETO PIC 9(11)V99.
           05 APR-ESTADO PIC X(12).
           05 APR-APROBADOR PIC X(10).
      * PERIODO DEL HISTORICO QUE LLEVA EL LOTE
           05 APR-PERIODO PIC X(7).

       FD  SIMULACION-FILE.
       01  SIM-LINEA PIC X(132).

       FD  MOVIMIENTOS-CIERRE-FILE.
       01  REGISTRO-MOVIMIENTO.
           05 MOV-CLAVE.
               10 MOV-PERIODO PIC X(7).
               10 MOV-ID-EMPLEADO PIC X(10).
      * CADA BANDERA EN 'S' INDICA QUE EL CIERRE MOVIO ESE LIBRO EN
      * EL PERIODO; UN CIERRE CORREGIDO QUE SE REPITE NO LAS TOCA
           05 MOV-PRE-APLICADO PIC X.
           05 MOV-CUOTA-PRESTAMO PIC 9(7)V99.
           05 MOV-PRE-PERIODO-ANT PIC X(7).
           05 MOV-PRE-CUOTA-ANT PIC 9(7)V99.
           05 MOV-VAC-APLICADO PIC X.
           05 MOV-DIAS-ACREDITADOS PIC 9(3)V999.
           05 MOV-DIAS-TOMADOS PIC 9(3)V999.
           05 MOV-VAC-PERIODO-ANT PIC X(7).
           05 MOV-DEC-APLICADO PIC X.
           05 MOV-DECIMO PIC 9(7)V99.
           05 MOV-DEC-PERIODO-ANT PIC X(7).
      * LA LIQUIDACION FINAL DEJA 'S' Y EL ESTADO Y LA FECHA DE
      * SALIDA QUE TENIA EL EMPLEADO ANTES DE TERMINARLO
           05 MOV-LIQUIDACION PIC X.
           05 MOV-EMP-ESTADO-ANT PIC X.
           05 MOV-FECHA-SALIDA-ANT PIC X(8).

       FD  ANULACION-FILE.
       01  ANU-LINEA PIC X(132).

       FD  CALENDARIO-FILE.
       01  REGISTRO-CALENDARIO.
           05 CAL-PERIODO PIC X(7).
      * ABIERTO, CERRADO, EXPORTADO, APROBADO, CONCILIADO O
      * CONTABILIZADO; CADA FECHA SE GRABA AL LLEGAR A SU ESTADO
           05 CAL-ESTADO PIC X(13).
           05 CAL-FECHA-CIERRE PIC X(8).
           05 CAL-FECHA-EXPORTACION PIC X(8).
           05 CAL-FECHA-APROBACION PIC X(8).
           05 CAL-FECHA-CONCILIACION PIC X(8).
           05 CAL-FECHA-CONTABILIZADO PIC X(8).
           05 CAL-OPERADOR PIC X(10).

       FD  REPORTE-CALENDARIO-FILE.
       01  RCA-LINEA PIC X(132).

       FD  ACH-REEMISION-FILE.
       01  ARE-LINEA PIC X(42).

       FD  REEMISION-PENDIENTE-FILE.
       01  RPE-REGISTRO.
           05 RPE-FECHA PIC X(8).
           05 RPE-GENERADOR PIC X(10).
           05 RPE-CONTADOR PIC 9(5).
           05 RPE-SUM-NETO PIC 9(11)V99.
           05 RPE-ESTADO PIC X(12).
           05 RPE-APROBADOR PIC X(10).
           05 RPE-PERIODO PIC X(7).

       FD  PAGOS-MANUALES-FILE.
       01  PMA-REGISTRO.
           05 PMA-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 PMA-FECHA PIC X(8).
           05 FILLER PIC X.
           05 PMA-PERIODO PIC X(7).
           05 FILLER PIC X.
           05 PMA-ID-EMPLEADO PIC X(10).
           05 FILLER PIC X.
           05 PMA-NOMBRE PIC X(20).
           05 FILLER PIC X.
           05 PMA-MONTO PIC 9(7)V99.
           05 FILLER PIC X.
           05 PMA-FORMA PIC X(8).
           05 FILLER PIC X.
           05 PMA-REFERENCIA PIC X(10).
           05 FILLER PIC X.
           05 PMA-OPERADOR PIC X(10).

       FD  APORTES-PATRONALES-FILE.
       01  REGISTRO-APORTE.
           05 APO-CLAVE.
               10 APO-PERIODO PIC X(7).
               10 APO-ID-EMPLEADO PIC X(10).
           05 APO-NOMBRE PIC X(20).
           05 APO-DEPARTAMENTO PIC X(4).
           05 APO-BRUTO PIC 9(7)V99.
      * APO-PERSONAL ES EL SEGURO RETENIDO AL EMPLEADO (HIST-SEGURO)
           05 APO-PERSONAL PIC 9(7)V99.
           05 APO-PATRONAL PIC 9(7)V99.
           05 APO-FONDO-RESERVA PIC 9(7)V99.
           05 APO-FECHA PIC X(8).

       FD  PLANILLA-APORTES-FILE.
       01  PLA-LINEA PIC X(80).

       FD  CARGAS-FAMILIARES-FILE.
       01  REGISTRO-CARGAS.
           05 CAR-ID-EMPLEADO PIC X(10).
           05 CAR-CANTIDAD PIC 9(2).
      * PARENTESCO C = CONYUGE, U = CONVIVIENTE, H = HIJO; UN HIJO
      * CUENTA HASTA LOS 18 ANIOS, O SIEMPRE SI TIENE DISCAPACIDAD
           05 CAR-DETALLE OCCURS 10 TIMES.
               10 CAR-NOMBRE PIC X(20).
               10 CAR-PARENTESCO PIC X.
               10 CAR-FECHA-NACIMIENTO PIC X(8).
               10 CAR-DISCAPACIDAD PIC X.

       FD  REPORTE-UTILIDADES-FILE.
       01  UTI-LINEA PIC X(132).

       FD  MARCACIONES-FILE.
       01  MAR-REGISTRO.
           05 MAR-ID-EMPLEADO PIC X(10).
           05 MAR-FECHA PIC X(8).
           05 MAR-ENTRADA PIC X(4).
           05 MAR-SALIDA PIC X(4).

       FD  EXCEPCIONES-RELOJ-FILE.
       01  EXR-LINEA PIC X(132).

       FD  PRESUPUESTO-FILE.
       01  REGISTRO-PRESUPUESTO.
           05 PRS-CLAVE.
               10 PRS-DEPARTAMENTO PIC X(4).
               10 PRS-ANIO PIC X(4).
           05 PRS-PLAZAS PIC 9(5).
           05 PRS-BRUTO-MES PIC 9(9)V99 OCCURS 12 TIMES.
           05 PRS-FECHA PIC X(8).
           05 PRS-OPERADOR PIC X(10).

       FD  REPORTE-PRESUPUESTO-FILE.
       01  RPR-LINEA PIC X(132).

       FD  CAMBIOS-FILE.
       01  REGISTRO-CAMBIO.
           05 CMB-CLAVE.
               10 CMB-FECHA PIC X(8).
               10 CMB-HORA PIC X(8).
               10 CMB-SECUENCIA PIC 9(4).
      * CEDULA DEL EMPLEADO, O ID DEL OPERADOR EN LOS CAMBIOS DE
      * LA ADMINISTRACION DE OPERADORES
           05 CMB-REFERENCIA PIC X(10).
           05 CMB-OPERADOR PIC X(10).
           05 CMB-ORIGEN PIC X(10).
           05 CMB-CAMPO PIC X(20).
           05 CMB-VALOR-ANTERIOR PIC X(30).
           05 CMB-VALOR-NUEVO PIC X(30).

       FD  LISTADO-CAMBIOS-FILE.
       01  LCB-LINEA PIC X(132).

       FD  INTEGRIDAD-FILE.
       01  INT-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLEADOS PIC X(2).
       01 WS-FS-REP-DECIMO PIC X(2).
       01 WS-FS-CUENTAS PIC X(2).
       01 WS-FS-BANCOS PIC X(2).
       01 WS-FS-SIMULACION PIC X(2).
       01 WS-FS-MOVIMIENTOS PIC X(2).
       01 WS-FS-ANULACION PIC X(2).
       01 WS-FS-CALENDARIO PIC X(2).
       01 WS-FS-REP-CALENDARIO PIC X(2).
       01 WS-FS-ACH-REEMISION PIC X(2).
       01 WS-FS-REE-PENDIENTE PIC X(2).
       01 WS-FS-PAGOS-MANUALES PIC X(2).
       01 WS-FS-APORTES PIC X(2).
       01 WS-FS-PLANILLA PIC X(2).
       01 WS-FS-CARGAS PIC X(2).
       01 WS-FS-REP-UTILIDADES PIC X(2).
       01 WS-FS-MARCACIONES PIC X(2).
       01 WS-FS-EXC-RELOJ PIC X(2).
       01 WS-FS-PRESUPUESTO PIC X(2).
       01 WS-FS-REP-PRESUP PIC X(2).
       01 WS-FS-CAMBIOS PIC X(2).
       01 WS-FS-LIS-CAMBIOS PIC X(2).
       01 WS-FS-INTEGRIDAD PIC X(2).
       01 WS-OPERADOR-ID PIC X(10) VALUE SPACES.
       01 WS-CLAVE-INGRESADA PIC X(10).
      * ROL S = SUPERVISOR (TODAS LAS OPCIONES), ROL D = DIGITADOR
       01 WS-CRITERIO-SOCIOECONOMICO-PRESENTE PIC X VALUE 'N'.

       01 WS-PORCENTAJE-SEGURO PIC 9V9999 VALUE 0.0945.
      * APORTE DEL EMPLEADOR SOBRE EL BRUTO DEL PERIODO; EL FONDO
      * DE RESERVA (UN DOCEAVO) SE PAGA DESDE EL PRIMER ANIO
      * CUMPLIDO DESDE FECHA-INGRESO
       01 WS-PORCENTAJE-PATRONAL PIC 9V9999 VALUE 0.1115.
       01 WS-PORCENTAJE-FONDO PIC 9V9999 VALUE 0.0833.

       01 WS-TABLA-IMPUESTOS-VALORES.
           05 FILLER PIC X(12) VALUE '000100000000'.
      * GRAVABLE S ENTRA A LA BASE DE IMPUESTOS Y SEGURO, UNIDAD
      * M ES MONTO DIRECTO, H SON HORAS VALORADAS CON RECARGO Y
      * D SON DIAS DE VACACION, QUE NO MUEVEN DINERO: SOLO
      * DESCUENTAN DEL SALDO ACUMULADO EN VACACIONES.DAT, Y F SON
      * DIAS DE FALTA VALORADOS CON EL SALARIO DIARIO DE LA QUINCENA
       01 WS-TABLA-CONCEPTOS.
           05 WS-CON-ENTRADA OCCURS 20 TIMES.
               10 WS-CON-CODIGO PIC X(3).
       01 WS-CONTADOR-SIN-EXPORT PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-SIN-HISTORICO PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-ILEGIBLES PIC 9(3) VALUE ZERO.
       01 WS-CONTADOR-NO-APLICADOS PIC 9(3) VALUE ZERO.
      * 'S' MIENTRAS SE CONCILIA EL RETORNO DEL LOTE DE REEMISION:
      * SOLO LOS PAGOS REEMITIDOS ACEPTAN ESA RESPUESTA DEL BANCO
       01 WS-CONCILIA-REEMISION PIC X VALUE 'N'.
       01 WS-MOTIVO-CONCILIA PIC X(30).
       01 WS-ESTADO-PAGO-NUEVO PIC X(9).
       01 WS-MONTO-CONCILIA PIC 9(9)V99 VALUE ZERO.
               10 WS-DEP-SEGURO PIC 9(11)V99.
               10 WS-DEP-OTROS PIC S9(11)V99.
               10 WS-DEP-NETO PIC 9(11)V99.
               10 WS-DEP-PATRONAL PIC 9(11)V99.
               10 WS-DEP-FONDO PIC 9(11)V99.
               10 WS-DEP-ACTIVOS PIC 9(5).
               10 WS-DEP-REAL-MES PIC 9(11)V99.
               10 WS-DEP-REAL-ACUM PIC 9(11)V99.
       01 WS-CANTIDAD-DEPTOS PIC 9(2) VALUE ZERO.
       01 WS-INDICE-DEP PIC 9(2) VALUE ZERO.
       01 WS-DEP-HALLADO PIC X VALUE 'N'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LD-NETO PIC ZZZZZZZZZZ9.99.

      * COSTO PATRONAL POR DEPARTAMENTO: LO QUE EL EMPLEADOR PAGA
      * ENCIMA DEL BRUTO, DEBAJO DEL RESUMEN DEL MISMO PERIODO
       01 WS-LINEA-ENCAB-PATRONAL.
           05 FILLER PIC X(4) VALUE "DEPT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "DESCRIPCION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "EMPL.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SAL. BRUTO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "AP. PATRONAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FONDO RESERVA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COSTO PATRONAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "COSTO TOTAL".

       01 WS-LINEA-PATRONAL.
           05 WS-LP-CODIGO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-DESCRIPCION PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-EMPLEADOS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-BRUTO PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-PATRONAL PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-FONDO PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-COSTO PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LP-TOTAL PIC ZZZZZZZZZZ9.99.

      * ACUMULADORES DEL REPORTE SOCIOECONOMICO: UNA ENTRADA POR
      * CADA VALOR DISTINTO ENCONTRADO EN EL MAESTRO
       01 WS-TABLA-NIVELES.
       01 WS-APR-SUM-NETO PIC 9(11)V99 VALUE ZERO.
       01 WS-APR-ESTADO PIC X(12).
       01 WS-APR-APROBADOR PIC X(10).
       01 WS-APR-PERIODO PIC X(7).
       01 WS-APROBACION-OK PIC X VALUE 'N'.
       01 WS-SUPERVISOR-OK PIC X VALUE 'N'.

       01 WS-CTA-NETO-PAGAR PIC X(10) VALUE "2101010003".
       01 WS-CTA-OTROS PIC X(10) VALUE "2101010004".
       01 WS-CTA-SIN-DEPTO PIC X(10) VALUE "6101019999".
       01 WS-CTA-PATRONAL-PAGAR PIC X(10) VALUE "2101010005".
       01 WS-CTA-FONDO-PAGAR PIC X(10) VALUE "2101010006".

       01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.
           05 WS-ADT-MONTO PIC 9(9)V99.
           05 FILLER PIC X(6).

      * SIMULACION DE CIERRE: CON EL MODO EN 'S' EL CIERRE CALCULA
      * TODO IGUAL PERO NO GRABA NADA; LA TABLA GUARDA EL ULTIMO
      * PERIODO NORMAL CERRADO DE CADA CEDULA PARA LA COMPARACION,
      * Y UNA VARIACION DEL NETO MAYOR AL PORCENTAJE SE SENALA
       01 WS-MODO-SIMULACION PIC X VALUE 'N'.
       01 WS-PCT-VARIACION-SIM PIC 9(3)V99 VALUE 20.00.
       01 WS-TABLA-SIMULACION.
           05 WS-SIM-ENTRADA OCCURS 1000 TIMES.
               10 WS-SIM-ID PIC X(10).
               10 WS-SIM-NOMBRE PIC X(20).
               10 WS-SIM-PERIODO PIC X(7).
               10 WS-SIM-NETO PIC 9(7)V99.
               10 WS-SIM-VISTO PIC X.
       01 WS-CANTIDAD-SIM PIC 9(4) VALUE ZERO.
       01 WS-INDICE-SIM PIC 9(4) VALUE ZERO.
       01 WS-SIM-HALLADO PIC X VALUE 'N'.
       01 WS-PERIODO-ANTERIOR PIC X(7) VALUE SPACES.
       01 WS-PERIODO-DESDE PIC X(7) VALUE SPACES.
       01 WS-ANIO-DESDE PIC 9(4) VALUE ZERO.
       01 WS-NETO-NEGATIVO PIC X VALUE 'N'.
       01 WS-VARIACION-SIM PIC S9(7)V99 VALUE ZERO.
       01 WS-PCT-SIM PIC S9(5)V99 VALUE ZERO.
       01 WS-SIM-NUEVOS PIC 9(5) VALUE ZERO.
       01 WS-SIM-FALTANTES PIC 9(5) VALUE ZERO.
       01 WS-SIM-VARIACIONES PIC 9(5) VALUE ZERO.
       01 WS-SIM-NETOS-CERO PIC 9(5) VALUE ZERO.
       01 WS-SIM-NETOS-NEGATIVOS PIC 9(5) VALUE ZERO.
       01 WS-SIM-SUM-NETO PIC 9(11)V99 VALUE ZERO.
       01 WS-SIM-SUM-ANTERIOR PIC 9(11)V99 VALUE ZERO.
       01 WS-SIM-CEDULA-BUSCAR PIC X(10).
       01 WS-PCT-VARIACION-ED PIC ZZ9.99.
       01 WS-MONTO-SIM-ED PIC ZZZZ9.99.

       01 WS-LINEA-CUENTA-SIM.
           05 WS-LCS-ETIQUETA PIC X(40).
           05 WS-LCS-VALOR PIC ZZZZ9.

       01 WS-LINEA-MONTO-SIM.
           05 WS-LMS-ETIQUETA PIC X(40).
           05 WS-LMS-VALOR PIC ZZZZZZZZZZ9.99.

      * DIARIO DE MOVIMIENTOS DEL CIERRE Y ANULACION: SOLO SE ANULA
      * EL ULTIMO PERIODO DEL HISTORICO, QUE NO HAYA IDO AL BANCO
      * (NINGUN PAGO CONCILIADO NI UN LOTE ACH APROBADO DESDE SU
      * CIERRE); LOS CIERRES ANTERIORES AL DIARIO SE DEVUELVEN CON
      * LOS VALORES QUE SE PUEDEN DEDUCIR Y SE MARCAN ESTIMADOS
       01 WS-MOVIMIENTOS-ABIERTOS PIC X VALUE 'N'.
       01 WS-MOV-HALLADO PIC X VALUE 'N'.
       01 WS-DECIMO-PERIODO PIC 9(7)V99 VALUE ZERO.
       01 WS-ASIENTO-REVERSO PIC X VALUE 'N'.
       01 WS-ANULACION-OK PIC X VALUE 'N'.
       01 WS-ANU-FILAS PIC 9(5) VALUE ZERO.
       01 WS-ANU-ENVIADAS PIC 9(5) VALUE ZERO.
       01 WS-ANU-POSTERIOR PIC X VALUE 'N'.
       01 WS-ANU-PERIODO-POSTERIOR PIC X(7) VALUE SPACES.
       01 WS-ANU-FECHA-CIERRE PIC X(8) VALUE SPACES.
       01 WS-ANU-LOTE-APROBADO PIC X VALUE 'N'.
       01 WS-ANU-LIQ-SIN-DIARIO PIC 9(5) VALUE ZERO.
       01 WS-ANU-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 WS-ANU-ESTIMADOS PIC 9(5) VALUE ZERO.
       01 WS-ANU-PRESTAMOS PIC 9(5) VALUE ZERO.
       01 WS-ANU-VACACIONES PIC 9(5) VALUE ZERO.
       01 WS-ANU-DECIMOS PIC 9(5) VALUE ZERO.
       01 WS-ANU-RETROS PIC 9(5) VALUE ZERO.
       01 WS-ANU-SUM-NETO PIC 9(11)V99 VALUE ZERO.
       01 WS-ANU-SUM-NETO-ED PIC ZZZZZZZZZZ9.99.
       01 WS-ANU-RETRO-EMPLEADO PIC S9(7)V99 VALUE ZERO.

       01 WS-LINEA-ENCAB-ANULACION.
           05 FILLER PIC X(10) VALUE "CEDULA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOMBRE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NETO ANULADO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "CUOTA DEV.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "DIAS VAC".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "DECIMO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "RETRO DEV.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "OBSERV.".

       01 WS-LINEA-ANULACION.
           05 WS-LAN-CEDULA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-NETO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-CUOTA PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-DIAS PIC ZZZ9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-DECIMO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-RETRO PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LAN-OBSERVACION PIC X(10).

      * CALENDARIO DE PERIODOS: CADA PASO PIDE PERMISO CON
      * WS-CAL-PASO ANTES DE CORRER Y AVANZA EL ESTADO AL TERMINAR;
      * EL NIVEL ORDENA LOS ESTADOS (0 = PERIODO SIN CERRAR)
       01 WS-CALENDARIO-ABIERTO PIC X VALUE 'N'.
       01 WS-CAL-HALLADO PIC X VALUE 'N'.
       01 WS-CAL-PERMITIDO PIC X VALUE 'N'.
       01 WS-CAL-PASO PIC X(12) VALUE SPACES.
       01 WS-CAL-ESTADO-ACTUAL PIC X(13) VALUE SPACES.
       01 WS-CAL-ESTADO-NUEVO PIC X(13) VALUE SPACES.
       01 WS-CAL-NIVEL PIC 9 VALUE ZERO.
       01 WS-CAL-MENSAJE PIC X(60) VALUE SPACES.
       01 WS-CAL-REQUISITO PIC X(70) VALUE SPACES.
       01 WS-CAL-PERIODO-ANTERIOR PIC X(7) VALUE SPACES.
       01 WS-CAL-ANIO-ANTERIOR PIC 9(4) VALUE ZERO.
       01 WS-CAL-QUINCENA PIC 99 VALUE ZERO.
       01 WS-CAL-QUINCENA-ANTERIOR PIC 99 VALUE ZERO.
       01 WS-EOF-CALENDARIO PIC X VALUE 'N'.
       01 WS-CAL-ANIO PIC X(4) VALUE SPACES.
       01 WS-CAL-INDICE PIC 99 VALUE ZERO.
       01 WS-CAL-BLOQUEADOS PIC 9(3) VALUE ZERO.
       01 WS-CAL-NIVEL-ARCHIVO PIC 9 VALUE ZERO.
       01 WS-CAL-PERIODO-ARCHIVO PIC X(7) VALUE SPACES.
       01 WS-CAL-BLOQUEO-PERIODO PIC X VALUE 'N'.
       01 WS-ACH-CEDULA-EXP PIC X(10) VALUE SPACES.
       01 WS-ACH-NETO-EXP PIC 9(7)V99 VALUE ZERO.
       01 WS-ACH-RETENIDOS PIC 9(5) VALUE ZERO.

       01 WS-TABLA-CONTEO-CALENDARIO.
           05 WS-CAL-CONTEO PIC 9(3) OCCURS 7 TIMES.

       01 WS-LINEA-ENCAB-CALENDARIO.
           05 FILLER PIC X(9) VALUE "PERIODO".
           05 FILLER PIC X(15) VALUE "ESTADO".
           05 FILLER PIC X(10) VALUE "CIERRE".
           05 FILLER PIC X(10) VALUE "EXPORTADO".
           05 FILLER PIC X(10) VALUE "APROBADO".
           05 FILLER PIC X(10) VALUE "CONCILIADO".
           05 FILLER PIC X(10) VALUE "CONTAB.".
           05 FILLER PIC X(10) VALUE "OPERADOR".

       01 WS-LINEA-CALENDARIO.
           05 WS-LCA-PERIODO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-ESTADO PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-CIERRE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-EXPORTACION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-APROBACION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-CONCILIACION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-CONTABILIZADO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LCA-OPERADOR PIC X(10).

      * REEMISION DE PAGOS: EL DESTINO 'R' DESVIA LAS LINEAS DE
      * DETALLE DE 13150 AL ARCHIVO ACH SUPLEMENTARIO
       01 WS-ACH-DESTINO PIC X VALUE 'N'.
       01 WS-REE-FORMA PIC X.
       01 WS-REE-FORMA-OK PIC X.
       01 WS-REE-REFERENCIA PIC X(10).
       01 WS-REE-FORMA-PAGO PIC X(8).
       01 WS-REE-LOTE-ABIERTO PIC X VALUE 'N'.
       01 WS-REE-CANDIDATOS PIC 9(5) VALUE ZERO.
       01 WS-REE-TRANSFERIDOS PIC 9(5) VALUE ZERO.
       01 WS-REE-MANUALES PIC 9(5) VALUE ZERO.
       01 WS-REE-OMITIDOS PIC 9(5) VALUE ZERO.
       01 WS-REE-SCT-EN-ESPERA PIC 9(5) VALUE ZERO.
       01 WS-REE-SUM-MANUAL PIC 9(9)V99 VALUE ZERO.
       01 WS-REE-NUMERO-PAGO PIC 9(6) VALUE ZERO.

      * APORTES PATRONALES Y PLANILLA MENSUAL: LA PLANILLA JUNTA
      * LAS DOS QUINCENAS DEL MES EN UNA LINEA POR CEDULA
       01 WS-APORTES-ABIERTOS PIC X VALUE 'N'.
       01 WS-APO-PATRONAL PIC 9(7)V99 VALUE ZERO.
       01 WS-APO-FONDO PIC 9(7)V99 VALUE ZERO.
       01 WS-APO-ANIVERSARIO.
           05 WS-AAN-ANIO PIC 9(4).
           05 WS-AAN-MES-DIA PIC X(4).
       01 WS-APO-MES PIC X(7) VALUE SPACES.
       01 WS-APO-NUM-MES PIC 99 VALUE ZERO.
       01 WS-APO-QUINCENA PIC 99 VALUE ZERO.
       01 WS-APO-PERIODO-1 PIC X(7) VALUE SPACES.
       01 WS-APO-PERIODO-2 PIC X(7) VALUE SPACES.
       01 WS-APO-PERIODO-GUARDADO PIC X(7) VALUE SPACES.
       01 WS-APO-CERRADOS PIC X VALUE 'N'.
       01 WS-APO-FALTANTE PIC X(7) VALUE SPACES.
       01 WS-APO-FILAS-1 PIC 9(5) VALUE ZERO.
       01 WS-APO-FILAS-2 PIC 9(5) VALUE ZERO.
       01 WS-EOF-APORTES PIC X VALUE 'N'.
       01 WS-CANTIDAD-PLANILLA PIC 9(4) VALUE ZERO.
       01 WS-INDICE-PLANILLA PIC 9(4) VALUE ZERO.
       01 WS-PLA-HALLADO PIC X VALUE 'N'.
       01 WS-PLA-EXCEDIDOS PIC 9(5) VALUE ZERO.
       01 WS-PLA-SUM-BRUTO PIC 9(11)V99 VALUE ZERO.
       01 WS-PLA-SUM-PERSONAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PLA-SUM-PATRONAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PLA-SUM-FONDO PIC 9(11)V99 VALUE ZERO.

       01 WS-TABLA-PLANILLA.
           05 WS-PLA-ENTRADA OCCURS 1500 TIMES.
               10 WS-PLA-CEDULA PIC X(10).
               10 WS-PLA-NOMBRE PIC X(20).
               10 WS-PLA-BRUTO PIC 9(9)V99.
               10 WS-PLA-PERSONAL PIC 9(9)V99.
               10 WS-PLA-PATRONAL PIC 9(9)V99.
               10 WS-PLA-FONDO PIC 9(9)V99.

      * FORMATO FIJO DE 80 POSICIONES DE LA PLANILLA: TIPO 1
      * CABECERA, TIPO 2 DETALLE POR CEDULA, TIPO 9 TOTALES DE
      * CONTROL; IMPORTES SIN PUNTO CON DOS DECIMALES IMPLICITOS
       01 WS-PLA-CABECERA.
           05 FILLER PIC X VALUE "1".
           05 WS-PLC-ANIO-MES PIC X(6).
           05 WS-PLC-FECHA PIC X(8).
           05 WS-PLC-OPERADOR PIC X(10).
           05 FILLER PIC X(55) VALUE SPACES.

       01 WS-PLA-DETALLE.
           05 FILLER PIC X VALUE "2".
           05 WS-PLD-CEDULA PIC X(10).
           05 WS-PLD-NOMBRE PIC X(20).
           05 WS-PLD-BRUTO PIC 9(9)V99.
           05 WS-PLD-PERSONAL PIC 9(9)V99.
           05 WS-PLD-PATRONAL PIC 9(9)V99.
           05 WS-PLD-FONDO PIC 9(9)V99.
           05 FILLER PIC X(5) VALUE SPACES.

       01 WS-PLA-TOTALES.
           05 FILLER PIC X VALUE "9".
           05 WS-PLT-CONTADOR PIC 9(6).
           05 WS-PLT-BRUTO PIC 9(11)V99.
           05 WS-PLT-PERSONAL PIC 9(11)V99.
           05 WS-PLT-PATRONAL PIC 9(11)V99.
           05 WS-PLT-FONDO PIC 9(11)V99.
           05 FILLER PIC X(21) VALUE SPACES.

      * CARGAS FAMILIARES: VALIDACION DE LA CAPTURA Y CONTEO DE LAS
      * CARGAS VIGENTES A UNA FECHA DE REFERENCIA
       01 WS-CARGAS-ABIERTAS PIC X VALUE 'N'.
       01 WS-INDICE-CAR PIC 9(2) VALUE ZERO.
       01 WS-CAR-CONYUGES PIC 9(2) VALUE ZERO.
       01 WS-CAR-FECHA-VALIDA PIC X VALUE 'N'.
       01 WS-CAR-FECHA.
           05 WS-CAF-ANIO PIC 9(4).
           05 WS-CAF-MES PIC 9(2).
           05 WS-CAF-DIA PIC 9(2).
       01 WS-CAR-REFERENCIA.
           05 WS-CAR-REF-ANIO PIC 9(4).
           05 WS-CAR-REF-MES-DIA PIC X(4).
       01 WS-CAR-EDAD PIC 9(3) VALUE ZERO.
       01 WS-CAR-VIGENTE PIC X VALUE 'N'.
       01 WS-CAR-DIAS-MES PIC 9(2) VALUE ZERO.
       01 WS-CAR-COCIENTE PIC 9(4) VALUE ZERO.
       01 WS-CAR-RESTO-4 PIC 9(3) VALUE ZERO.
       01 WS-CAR-RESTO-100 PIC 9(3) VALUE ZERO.
       01 WS-CAR-RESTO-400 PIC 9(3) VALUE ZERO.

       01 WS-TABLA-DIAS-MES-VALORES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-TABLA-DIAS-MES REDEFINES WS-TABLA-DIAS-MES-VALORES.
           05 WS-DIAS-DEL-MES PIC 9(2) OCCURS 12 TIMES.

      * REPARTO DE UTILIDADES: 10% DE LA UTILIDAD POR DIAS
      * TRABAJADOS EN EL ANIO Y 5% POR DIAS TRABAJADOS POR CARGAS;
      * SE PAGA EN UN PERIODO ESPECIAL MAYOR A 24, COMO EL DECIMO
       01 WS-UTI-PORCENTAJE-DIAS PIC 9V99 VALUE 0.10.
       01 WS-UTI-PORCENTAJE-CARGAS PIC 9V99 VALUE 0.05.
       01 WS-UTI-ANIO PIC X(4) VALUE SPACES.
       01 WS-UTI-UTILIDAD PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-DATOS-OK PIC X VALUE 'N'.
       01 WS-UTI-POZO-DIAS PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-POZO-CARGAS PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-POZO-UNIDO PIC X VALUE 'N'.
       01 WS-UTI-SUM-DIAS PIC 9(7) VALUE ZERO.
       01 WS-UTI-SUM-DIAS-CARGAS PIC 9(9) VALUE ZERO.
       01 WS-UTI-DIAS-EMPLEADO PIC 9(3) VALUE ZERO.
       01 WS-UTI-CARGAS-EMPLEADO PIC 9(2) VALUE ZERO.
       01 WS-UTI-QUINCENA PIC 9(2) VALUE ZERO.
       01 WS-UTI-MES PIC 9(2) VALUE ZERO.
       01 WS-UTI-DIA-INI PIC 9(2) VALUE ZERO.
       01 WS-UTI-DIA-FIN PIC 9(2) VALUE ZERO.
       01 WS-UTI-FECHA-INI PIC X(8) VALUE SPACES.
       01 WS-UTI-FECHA-FIN PIC X(8) VALUE SPACES.
       01 WS-UTI-EXCEDIDOS PIC 9(5) VALUE ZERO.
       01 WS-UTI-SUM-VALOR-DIAS PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-SUM-VALOR-CARGAS PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-TOTAL-EMPLEADO PIC 9(9)V99 VALUE ZERO.
       01 WS-UTI-PAGADOS PIC 9(5) VALUE ZERO.
       01 WS-UTI-SUM-PAGADO PIC 9(11)V99 VALUE ZERO.
       01 WS-UTI-PERIODO-OCUPADO PIC X VALUE 'N'.
       01 WS-UTI-MONTO-ED PIC ZZZZZZZZZZ9.99.
       01 WS-UTI-MONTO-ED-2 PIC ZZZZZZZZZZ9.99.
       01 WS-UTI-NUMERO-ED PIC ZZZZZZZZ9.
       01 WS-CANTIDAD-UTI PIC 9(4) VALUE ZERO.
       01 WS-INDICE-UTI PIC 9(4) VALUE ZERO.

       01 WS-TABLA-UTILIDADES.
           05 WS-UTI-ENTRADA OCCURS 1500 TIMES.
               10 WS-UTE-CEDULA PIC X(10).
               10 WS-UTE-NOMBRE PIC X(20).
               10 WS-UTE-DEPARTAMENTO PIC X(4).
               10 WS-UTE-ESTADO PIC X.
               10 WS-UTE-DIAS PIC 9(3).
               10 WS-UTE-CARGAS PIC 9(2).
               10 WS-UTE-VALOR-DIAS PIC 9(9)V99.
               10 WS-UTE-VALOR-CARGAS PIC 9(9)V99.

       01 WS-LINEA-ENCAB-UTILIDADES.
           05 FILLER PIC X(10) VALUE "CEDULA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOMBRE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "EST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "DIAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CARGAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "POR DIAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "POR CARGAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "TOTAL".

       01 WS-LINEA-UTILIDADES.
           05 WS-LUT-CEDULA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LUT-NOMBRE PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LUT-ESTADO PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LUT-DIAS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LUT-CARGAS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LUT-VALOR-DIAS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LUT-VALOR-CARGAS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LUT-TOTAL PIC ZZZZZZZZZZ9.99.

      * IMPORTACION DE MARCACIONES DEL RELOJ: JORNADA ESTANDAR DE
      * 8 HORAS DE LUNES A VIERNES; A PARTIR DE 6 HORAS DE
      * PERMANENCIA SE DESCUENTA LA HORA DE ALMUERZO. LO TRABAJADO
      * SOBRE LA JORNADA, Y TODO LO TRABAJADO EN SABADO O DOMINGO,
      * ES HORA EXTRA
       01 WS-TURNO-MINUTOS PIC 9(4) VALUE 480.
       01 WS-TURNO-ALMUERZO PIC 9(4) VALUE 60.
       01 WS-TURNO-CON-ALMUERZO PIC 9(4) VALUE 360.
       01 WS-REL-CON-HORAS PIC X(3) VALUE "H01".
       01 WS-REL-CON-FALTAS PIC X(3) VALUE "F01".

       01 WS-REL-FECHA-INI PIC 9(8) VALUE ZERO.
       01 WS-REL-FECHA-FIN PIC 9(8) VALUE ZERO.
       01 WS-REL-FECHA-DIA PIC 9(8) VALUE ZERO.
       01 WS-REL-FECHA-TEXTO PIC X(8) VALUE SPACES.
       01 WS-REL-DIAS-PERIODO PIC 9(2) VALUE ZERO.
       01 WS-REL-DIA PIC 9(2) VALUE ZERO.
       01 WS-REL-ENTERO PIC 9(7) VALUE ZERO.
       01 WS-REL-ENTERO-INI PIC 9(7) VALUE ZERO.
       01 WS-REL-SEMANAS PIC 9(7) VALUE ZERO.
       01 WS-REL-DIA-SEMANA PIC 9 VALUE ZERO.
       01 WS-REL-DIA-SEMANA-INI PIC 9 VALUE ZERO.
      * L = DIA LABORABLE, F = FIN DE SEMANA, X = NO EXISTE EN EL MES
       01 WS-REL-CALENDARIO.
           05 WS-REL-TIPO-DIA PIC X OCCURS 16 TIMES.
       01 WS-REL-HH PIC 9(2) VALUE ZERO.
       01 WS-REL-MM PIC 9(2) VALUE ZERO.
       01 WS-REL-MIN-ENTRADA PIC 9(4) VALUE ZERO.
       01 WS-REL-MIN-SALIDA PIC 9(4) VALUE ZERO.
       01 WS-REL-MIN-DIA PIC 9(4) VALUE ZERO.
       01 WS-REL-MIN-EXTRA-DIA PIC 9(4) VALUE ZERO.
       01 WS-REL-HORA-VALIDA PIC X VALUE 'N'.
       01 WS-REL-ES-VACACION PIC X VALUE 'N'.
       01 WS-REL-CED-BUSCA PIC X(10) VALUE SPACES.
       01 WS-REL-FECHA-BUSCA PIC 9(8) VALUE ZERO.
       01 WS-REL-LABORABLES PIC 9(4) VALUE ZERO.
       01 WS-REL-VAC-SIN-FECHA PIC 9(5)V99 VALUE ZERO.
       01 WS-REL-MOTIVO PIC X(60) VALUE SPACES.
       01 WS-REL-PREVIAS PIC 9(5) VALUE ZERO.
       01 WS-REL-LEIDAS PIC 9(6) VALUE ZERO.
       01 WS-REL-FUERA PIC 9(6) VALUE ZERO.
       01 WS-REL-OMITIDAS PIC 9(6) VALUE ZERO.
       01 WS-REL-EXCEPCIONES PIC 9(6) VALUE ZERO.
       01 WS-REL-SIN-MARCAR PIC 9(5) VALUE ZERO.
       01 WS-REL-LINEAS-HORAS PIC 9(5) VALUE ZERO.
       01 WS-REL-LINEAS-FALTAS PIC 9(5) VALUE ZERO.
       01 WS-REL-EXCEDIDOS PIC 9(5) VALUE ZERO.
       01 WS-REL-HALLADO PIC X VALUE 'N'.
       01 WS-EOF-MARCACIONES PIC X VALUE 'N'.
       01 WS-CANTIDAD-REL PIC 9(4) VALUE ZERO.
       01 WS-INDICE-REL PIC 9(4) VALUE ZERO.

       01 WS-TABLA-RELOJ.
           05 WS-REL-ENTRADA OCCURS 1500 TIMES.
               10 WS-REL-CEDULA PIC X(10).
               10 WS-REL-NOMBRE PIC X(20).
               10 WS-REL-INGRESO PIC X(8).
               10 WS-REL-SALIDA PIC X(8).
      * P = PAR VALIDO, I = PAR INCOMPLETO, V = MARCO EN VACACION
               10 WS-REL-MARCAS.
                   15 WS-REL-MARCA PIC X OCCURS 16 TIMES.
               10 WS-REL-DIAS-MARCADOS PIC 9(2).
               10 WS-REL-MIN-TRABAJADOS PIC 9(6).
               10 WS-REL-MIN-EXTRA PIC 9(6).
               10 WS-REL-FALTAS PIC 9(2).

      * VACACIONES V01 DEL PERIODO TOMADAS DE NOVEDADES.TXT; SIN
      * FECHA DE INICIO QUEDA EN CERO
       01 WS-CANTIDAD-VRL PIC 9(3) VALUE ZERO.
       01 WS-INDICE-VRL PIC 9(3) VALUE ZERO.
       01 WS-TABLA-VACACION-RELOJ.
           05 WS-VRL-ENTRADA OCCURS 300 TIMES.
               10 WS-VRL-CEDULA PIC X(10).
               10 WS-VRL-FECHA PIC 9(8).
               10 WS-VRL-DIAS PIC 9(5)V99.

       01 WS-LINEA-EXC-RELOJ.
           05 WS-LXR-CEDULA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LXR-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LXR-ENTRADA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LXR-SALIDA PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LXR-MOTIVO PIC X(60).

       01 WS-LINEA-ENCAB-RELOJ.
           05 FILLER PIC X(10) VALUE "CEDULA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOMBRE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "DIAS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "HORAS TRAB".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "HORAS EXT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FALTAS".

       01 WS-LINEA-RELOJ.
           05 WS-LRJ-CEDULA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRJ-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRJ-DIAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRJ-HORAS PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRJ-EXTRA PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LRJ-FALTAS PIC ZZZZZ9.

      * PRESUPUESTO POR DEPARTAMENTO: LA VARIACION ES LO PAGADO
      * MENOS LO PRESUPUESTADO; EL DEPARTAMENTO SE MARCA EXCEDIDO
      * CUANDO LA VARIACION DEL MES O DEL ACUMULADO DEL ANIO SUPERA
      * LA TOLERANCIA (PORCENTAJE SOBRE EL PRESUPUESTO)
       01 WS-PRS-TOLERANCIA PIC 9(3)V99 VALUE 5.00.
       01 WS-PRS-TOLERANCIA-ED PIC ZZ9.99.
       01 WS-PRESUPUESTO-ABIERTO PIC X VALUE 'N'.
       01 WS-PRS-VALIDO PIC X VALUE 'N'.
       01 WS-PRS-HALLADO PIC X VALUE 'N'.
       01 WS-PRS-EXCEDE PIC X VALUE 'N'.
       01 WS-PRS-ANIO PIC X(4).
       01 WS-PRS-MES-ENTRADA PIC X(7).
       01 WS-PRS-MES PIC 9(2) VALUE ZERO.
       01 WS-PRS-MES-CARGA PIC 9(2) VALUE ZERO.
       01 WS-PRS-MES-FILA PIC 9(2) VALUE ZERO.
       01 WS-PRS-QUINCENA PIC 9(2) VALUE ZERO.
       01 WS-PRS-QUINCENA-FIN PIC 9(2) VALUE ZERO.
       01 WS-INDICE-PRS PIC 9(2) VALUE ZERO.
       01 WS-PRS-MONTO PIC 9(9)V99 VALUE ZERO.
       01 WS-PRS-PLAZAS PIC 9(5) VALUE ZERO.
       01 WS-PRS-PRES-MES PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-PRES-ACUM PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-PRES-ANIO PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-BASE PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-VARIACION PIC S9(11)V99 VALUE ZERO.
       01 WS-PRS-PORCENTAJE PIC S9(7)V99 VALUE ZERO.
       01 WS-PRS-EXCEDIDOS PIC 9(3) VALUE ZERO.
       01 WS-PRS-SIN-PRESUPUESTO PIC 9(3) VALUE ZERO.
       01 WS-PRS-TOT-PLAZAS PIC 9(6) VALUE ZERO.
       01 WS-PRS-TOT-ACTIVOS PIC 9(6) VALUE ZERO.
       01 WS-PRS-TOT-PRES-MES PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-TOT-REAL-MES PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-TOT-PRES-ACUM PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-TOT-REAL-ACUM PIC 9(11)V99 VALUE ZERO.
       01 WS-PRS-MONTO-ED PIC ZZZZZZZZ9.99.

       01 WS-LINEA-ENCAB-PRESUPUESTO.
           05 FILLER PIC X(4) VALUE "DEPT".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(10) VALUE "NOMBRE".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PLAZA".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(5) VALUE "ACTIV".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(11) VALUE "   PRES MES".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(11) VALUE "   REAL MES".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(12) VALUE "  VARIAC MES".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(7) VALUE "  % MES".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(11) VALUE "  PRES ACUM".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(11) VALUE "  REAL ACUM".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(12) VALUE " VARIAC ACUM".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(7) VALUE " % ACUM".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(14) VALUE "OBSERVACION".

       01 WS-LINEA-PRESUPUESTO.
           05 WS-LPR-CODIGO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-DESCRIPCION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-PLAZAS PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-ACTIVOS PIC ZZZZ9.
           05 WS-LPR-MARCA-PLAZAS PIC X.
           05 WS-LPR-PRES-MES PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-REAL-MES PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-VAR-MES PIC -ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-POR-MES PIC -ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-PRES-ACUM PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-REAL-ACUM PIC ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-VAR-ACUM PIC -ZZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-POR-ACUM PIC -ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LPR-OBSERVACION PIC X(14).

      * BITACORA DE CAMBIOS POR CAMPO: QUIEN LLAMA DEJA LA
      * REFERENCIA, EL ORIGEN, EL CAMPO Y LOS VALORES ANTES Y
      * DESPUES; 37100 SOLO GRABA CUANDO LOS VALORES DIFIEREN. LAS
      * CLAVES DE OPERADOR NUNCA SE GRABAN, SOLO EL HECHO DEL CAMBIO
       01 WS-CAMBIOS-ABIERTOS PIC X VALUE 'N'.
       01 WS-CMB-REFERENCIA PIC X(10).
       01 WS-CMB-ORIGEN PIC X(10).
       01 WS-CMB-CAMPO PIC X(20).
       01 WS-CMB-ANTES PIC X(30).
       01 WS-CMB-DESPUES PIC X(30).
       01 WS-CMB-MONTO-ANTES PIC S9(9)V99 VALUE ZERO.
       01 WS-CMB-MONTO-DESPUES PIC S9(9)V99 VALUE ZERO.
       01 WS-CMB-MONTO-ED PIC -ZZZZZZZZ9.99.
       01 WS-CMB-SECUENCIA PIC 9(4) VALUE ZERO.
       01 WS-CMB-GRABADO PIC X VALUE 'N'.
       01 WS-CMB-INTENTOS PIC 9(2) VALUE ZERO.
       01 WS-CMB-NUM-CUENTA PIC 9 VALUE ZERO.
       01 WS-EOF-CAMBIOS PIC X VALUE 'N'.
       01 WS-CMB-MODO PIC X VALUE SPACE.
       01 WS-CMB-BUSCAR PIC X(10).
       01 WS-CMB-DESDE PIC X(8).
       01 WS-CMB-HASTA PIC X(8).
       01 WS-CMB-LISTADOS PIC 9(5) VALUE ZERO.

      * IMAGENES PREVIAS DE LOS REGISTROS, CON EL MISMO FORMATO QUE
      * EL REGISTRO DEL ARCHIVO, PARA COMPARAR DESPUES DE GRABAR
       01 WS-CMB-EMPLEADO.
           05 WS-CMB-ANT-ID PIC X(10).
           05 WS-CMB-ANT-NOMBRE PIC X(20).
           05 WS-CMB-ANT-BRUTO PIC 9(5)V99.
           05 WS-CMB-ANT-IMPUESTOS PIC 9(5)V99.
           05 WS-CMB-ANT-SEGURO PIC 9(5)V99.
           05 WS-CMB-ANT-NETO PIC 9(7)V99.
           05 WS-CMB-ANT-EDUCACION PIC X(25).
           05 WS-CMB-ANT-VIVIENDA PIC X(25).
           05 WS-CMB-ANT-DORMITORIOS PIC 9(2).
           05 WS-CMB-ANT-VEHICULOS PIC 9(2).
           05 WS-CMB-ANT-DEPARTAMENTO PIC X(4).
           05 WS-CMB-ANT-ESTADO PIC X.
           05 WS-CMB-ANT-INGRESO PIC X(8).
           05 WS-CMB-ANT-SALIDA PIC X(8).

       01 WS-CMB-PRESTAMO.
           05 WS-CMB-ANT-PRE-ID PIC X(10).
           05 WS-CMB-ANT-PRE-MONTO PIC 9(7)V99.
           05 WS-CMB-ANT-PRE-CUOTA PIC 9(5)V99.
           05 WS-CMB-ANT-PRE-SALDO PIC 9(7)V99.
           05 WS-CMB-ANT-PRE-FECHA PIC X(8).
           05 WS-CMB-ANT-PRE-PERIODO PIC X(7).
           05 WS-CMB-ANT-PRE-ULT-CUOTA PIC 9(7)V99.

       01 WS-CMB-CUENTAS.
           05 WS-CMB-ANT-CTA-ID PIC X(10).
           05 WS-CMB-ANT-CTA-CANTIDAD PIC X.
           05 WS-CMB-ANT-CTA-DETALLE OCCURS 3 TIMES.
               10 WS-CMB-ANT-CTA-BANCO PIC X(3).
               10 WS-CMB-ANT-CTA-TIPO PIC X.
               10 WS-CMB-ANT-CTA-NUMERO PIC X(10).
               10 WS-CMB-ANT-CTA-PORCENTAJE PIC X(3).

       01 WS-CMB-CTA-NUEVA.
           05 WS-CMB-NUE-CTA-BANCO PIC X(3).
           05 WS-CMB-NUE-CTA-TIPO PIC X.
           05 WS-CMB-NUE-CTA-NUMERO PIC X(10).
           05 WS-CMB-NUE-CTA-PORCENTAJE PIC X(3).

       01 WS-LINEA-ENCAB-CAMBIOS.
           05 FILLER PIC X(8) VALUE "FECHA".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "HORA".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(10) VALUE "REFERENCIA".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(10) VALUE "ORIGEN".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(20) VALUE "CAMPO".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(30) VALUE "VALOR ANTERIOR".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(30) VALUE "VALOR NUEVO".

       01 WS-LINEA-CAMBIO.
           05 WS-LCB-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-HORA PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-REFERENCIA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-OPERADOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-ORIGEN PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-CAMPO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-ANTES PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LCB-DESPUES PIC X(30).

      * VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS: CATEGORIAS DE
      * EXCEPCION CON SU GRAVEDAD (E = ERROR, RETORNO 8; A = AVISO,
      * RETORNO 4)
       01 WS-TABLA-CAT-INT-VALORES.
           05 FILLER PIC X(35)
              VALUE "EPRESTAMO SIN EMPLEADO".
           05 FILLER PIC X(35)
              VALUE "EVACACIONES SIN EMPLEADO".
           05 FILLER PIC X(35)
              VALUE "EPROVISION DE DECIMO SIN EMPLEADO".
           05 FILLER PIC X(35)
              VALUE "ECUENTAS BANCARIAS SIN EMPLEADO".
           05 FILLER PIC X(35)
              VALUE "EHISTORIAL DE SALARIOS SIN EMPLEADO".
           05 FILLER PIC X(35)
              VALUE "ATERMINADO CON SALDO DE PRESTAMO".
           05 FILLER PIC X(35)
              VALUE "ATERMINADO CON DECIMO SIN PAGAR".
           05 FILLER PIC X(35)
              VALUE "EREPARTO DE CUENTAS DISTINTO DE 100".
           05 FILLER PIC X(35)
              VALUE "EDEPARTAMENTO NO CATALOGADO".
           05 FILLER PIC X(35)
              VALUE "AEMPLEADO SIN DEPARTAMENTO".
           05 FILLER PIC X(35)
              VALUE "APAGOS PENDIENTES DE PERIODO VIEJO".
           05 FILLER PIC X(35)
              VALUE "EARCHIVO QUE NO SE PUDO LEER".
       01 WS-TABLA-CAT-INT REDEFINES WS-TABLA-CAT-INT-VALORES.
           05 WS-CAT-INT OCCURS 12 TIMES.
               10 WS-CAT-INT-GRAVEDAD PIC X.
               10 WS-CAT-INT-NOMBRE PIC X(34).
       01 WS-TABLA-CAT-INT-CONTADORES.
           05 WS-CAT-INT-CONTADOR PIC 9(5) OCCURS 12 TIMES.

       01 WS-INT-CANTIDAD-CAT PIC 9(2) VALUE 12.
       01 WS-INT-CATEGORIA PIC 9(2) VALUE ZERO.
       01 WS-INT-ERRORES PIC 9(5) VALUE ZERO.
       01 WS-INT-AVISOS PIC 9(5) VALUE ZERO.
      * DIAS DESDE EL CIERRE A PARTIR DE LOS CUALES UN PAGO QUE
      * SIGUE PENDIENTE SE CONSIDERA DE UN PERIODO VIEJO
       01 WS-INT-DIAS-PENDIENTE PIC 9(3) VALUE 30.
       01 WS-INT-HOY PIC 9(8) VALUE ZERO.
       01 WS-INT-DIA-LIMITE PIC 9(7) VALUE ZERO.
       01 WS-INT-DIA-CIERRE PIC 9(7) VALUE ZERO.
       01 WS-INT-FECHA-NUM PIC 9(8) VALUE ZERO.
       01 WS-INT-EOF PIC X VALUE 'N'.
       01 WS-INT-ESTADO PIC X(2) VALUE SPACES.
       01 WS-INT-ARCHIVO PIC X(22) VALUE SPACES.
       01 WS-INT-CLAVE PIC X(10) VALUE SPACES.
       01 WS-INT-DETALLE PIC X(56) VALUE SPACES.
       01 WS-INT-CEDULA-ANTERIOR PIC X(10) VALUE SPACES.
       01 WS-INT-PERIODO-ACTUAL PIC X(7) VALUE SPACES.
       01 WS-INT-FECHA-PENDIENTE PIC X(8) VALUE SPACES.
       01 WS-INT-PENDIENTES PIC 9(5) VALUE ZERO.
       01 WS-INT-SUMA-PORCENTAJES PIC 9(4) VALUE ZERO.
       01 WS-INT-INDICE-CTA PIC 9 VALUE ZERO.
       01 WS-INT-MONTO-ED PIC Z(6)9.99.
       01 WS-INT-ACUMULADOS-ED PIC ZZ9.999.
       01 WS-INT-TOMADOS-ED PIC ZZ9.999.
       01 WS-INT-CANTIDAD-ED PIC ZZZZ9.
       01 WS-INT-PORCENTAJE-ED PIC ZZZ9.

       01 WS-LINEA-ENCAB-INTEGRIDAD.
           05 FILLER PIC X(5) VALUE "TIPO".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(34) VALUE "CATEGORIA".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(22) VALUE "ARCHIVO".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(10) VALUE "CLAVE".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(56) VALUE "DETALLE".

       01 WS-LINEA-INTEGRIDAD.
           05 WS-LIN-GRAVEDAD PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LIN-CATEGORIA PIC X(34).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LIN-ARCHIVO PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LIN-CLAVE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LIN-DETALLE PIC X(56).

       01 WS-LINEA-RESUMEN-INTEGRIDAD.
           05 WS-LRI-GRAVEDAD PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LRI-CATEGORIA PIC X(34).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LRI-CANTIDAD PIC ZZZZ9.

       01 WS-EOF-REEMISION PIC X VALUE 'N'.

       01 WS-LINEA-ENCAB-SIMULACION.
           05 FILLER PIC X(10) VALUE "CEDULA".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NOMBRE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PER.ANT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NETO ANT.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NETO SIMUL.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "VARIACION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PCT.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "OBSERVACION".

       01 WS-LINEA-SIMULACION.
           05 WS-LSI-CEDULA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-PERIODO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-NETO-ANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-NETO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-VARIACION PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LSI-PCT PIC -ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LSI-OBSERVACION PIC X(24).

       01 WS-DIAS-QUINCENA PIC 9(2) VALUE 15.
       01 WS-DIAS-TRABAJADOS PIC 9(2) VALUE ZERO.
       01 WS-BRUTO-PROPORCIONAL PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-IMPUESTOS PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-SEGURO PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NETO PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PATRONAL PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-FONDO PIC 9(9)V99 VALUE ZERO.

       01 WS-LINEA-ENCABEZADO.
           05 FILLER PIC X(10) VALUE "CEDULA".
            DISPLAY "23.- HISTORIAL DE SALARIOS POR CEDULA"
            DISPLAY "24.- REPORTE DE PROVISION DE DECIMO"
            DISPLAY "25.- CUENTAS BANCARIAS DE EMPLEADOS"
            DISPLAY "26.- SIMULACION DE CIERRE DE PERIODO"
            DISPLAY "27.- ANULAR CIERRE DE PERIODO"
            DISPLAY "28.- CALENDARIO DE PERIODOS"
            DISPLAY "29.- REEMISION DE PAGOS RECHAZADOS"
            DISPLAY "30.- CARGAS FAMILIARES Y UTILIDADES"
            DISPLAY "31.- IMPORTAR MARCACIONES DEL RELOJ"
            DISPLAY "32.- PRESUPUESTO DE NOMINA POR DEPARTAMENTO"
            DISPLAY "33.- BITACORA DE CAMBIOS POR CAMPO"
            DISPLAY "34.- SALIR"

            DISPLAY SPACES
            ACCEPT WS-OPCION
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 26
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 14900-SIMULAR-CIERRE
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 27
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 30000-ANULAR-CIERRE
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 28
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 31000-CALENDARIO-PERIODOS
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 29
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 32000-REEMISION-PAGOS
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 30
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 34000-CARGAS-Y-UTILIDADES
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 31
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 35000-IMPORTAR-MARCACIONES
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 32
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 36000-PRESUPUESTO-DEPARTAMENTOS
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 33
                 IF WS-ROL-OPERADOR = 'S'
                    PERFORM 37000-BITACORA-CAMBIOS
                 ELSE
                    PERFORM 1100-ACCESO-DENEGADO
                 END-IF
            WHEN 34
                 CLOSE EMPLEADO-MASTER-FILE
                 STOP RUN
            WHEN OTHER
                         DISPLAY "EMPLEADO NO ENCONTRADO"
                         DISPLAY SPACE
                     NOT INVALID KEY
                         MOVE RECORD-EMPLEADO TO WS-CMB-EMPLEADO

                         DISPLAY "DATOS ACTUALES:"
                         DISPLAY "NOMBRES : " NOMBRE
                         DISPLAY "SALARIO-BRUTO :" SALARIO-BRUTO
                         MOVE "MODIFICACION" TO WS-AUD-ACCION
                         PERFORM 9600-REGISTRAR-AUDITORIA

                         MOVE "MODIFICA" TO WS-CMB-ORIGEN
                         PERFORM 37200-CAMBIOS-EMPLEADO

                         IF SALARIO-BRUTO NOT = WS-SALARIO-ANTERIOR
                            PERFORM 10100-REGISTRAR-CAMBIO-SALARIO
                         END-IF
            WRITE EXC-LINEA.

       13000-EXPORTAR-ACH.
            PERFORM 14200-PEDIR-PERIODO

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
                 PERFORM 13100-GENERAR-ACH
            END-IF

            PERFORM 1000-MENU-PROGRAMA.

      * EL CUERPO DE LA EXPORTACION ES COMPARTIDO POR EL MENU Y EL
      * PROCESO NOCTURNO; WS-RC-PASO INFORMA AL LOTE COMO TERMINO.
      * EL NETO SALE DEL HISTORICO DEL PERIODO CERRADO, NO DEL
      * MAESTRO, PARA QUE EL BANCO PAGUE EXACTAMENTE LO CERRADO
       13100-GENERAR-ACH.
            MOVE "EXPORTACION" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'N' THEN
                 MOVE 8 TO WS-RC-PASO
            ELSE
                 OPEN OUTPUT ACH-EXPORT-FILE

                      DISPLAY SPACE
                 ELSE
                      PERFORM 14195-ABRIR-CUENTAS
                      PERFORM 14100-ABRIR-HISTORICO

                      MOVE ZERO TO WS-CONTADOR-ACH-EXP
                      MOVE ZERO TO WS-SUM-NETO-ACH
                      MOVE ZERO TO WS-SUM-DETALLES
                      MOVE ZERO TO WS-HASH-CUENTAS
                      MOVE ZERO TO WS-SIN-CUENTA
                      MOVE ZERO TO WS-ACH-RETENIDOS

                      MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                      MOVE WS-TIMESTAMP(1:8) TO WS-ACB-FECHA
                      MOVE WS-ACH-CABECERA TO ACH-LINEA
                      WRITE ACH-LINEA

                      MOVE 'N' TO WS-EOF-HISTORICO
                      MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
                      MOVE LOW-VALUES TO HIST-ID-EMPLEADO

                      START NOMINA-HISTORICO-FILE
                          KEY IS NOT LESS THAN HIST-CLAVE
                          INVALID KEY
                              MOVE 'S' TO WS-EOF-HISTORICO
                      END-START

                      PERFORM UNTIL WS-EOF-HISTORICO = 'S'
                         READ NOMINA-HISTORICO-FILE NEXT RECORD
                            AT END
                               MOVE 'S' TO WS-EOF-HISTORICO
                            NOT AT END
                               IF HIST-PERIODO NOT = WS-PERIODO-PROCESO
                                  MOVE 'S' TO WS-EOF-HISTORICO
                               ELSE
                                  PERFORM 13120-EXPORTAR-HISTORICO
                               END-IF
                         END-READ
                      END-PERFORM

                      CLOSE NOMINA-HISTORICO-FILE

                      MOVE WS-CONTADOR-DETALLES TO WS-ACR-CONTADOR
                      MOVE WS-SUM-DETALLES TO WS-ACR-SUM-MONTO
                      MOVE WS-HASH-CUENTAS TO WS-ACR-HASH-CUENTAS

                      DISPLAY SPACE
                      DISPLAY "ARCHIVO ACH_NOMINA.TXT GENERADO"
                      DISPLAY "PERIODO EXPORTADO : " WS-PERIODO-PROCESO
                      DISPLAY "EMPLEADOS EXPORTADOS : "
                           WS-CONTADOR-ACH-EXP
                      DISPLAY "SUSPENDIDOS RETENIDOS : "
                           WS-ACH-RETENIDOS
                      DISPLAY "LINEAS DE DETALLE : "
                           WS-CONTADOR-DETALLES
                      DISPLAY "SUMA DE NETOS : " WS-SUM-NETO-ACH
                 END-IF
            END-IF.

      * SOLO VIAJAN LAS FILAS DEL PERIODO AUN PENDIENTES Y CON NETO;
      * UN SUSPENDIDO SE RETIENE AUNQUE SU FILA EXISTA. UN TERMINADO
      * VIAJA CON LA FILA DE SU LIQUIDACION FINAL
       13120-EXPORTAR-HISTORICO.
            IF HIST-ESTADO-PAGO = "PENDIENTE" AND HIST-NETO > ZERO
               MOVE HIST-ID-EMPLEADO TO ID-EMPLEADO

               READ EMPLEADO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO EMP-ESTADO
               END-READ

               IF EMP-ESTADO = 'S' THEN
                  ADD 1 TO WS-ACH-RETENIDOS
               ELSE
                  MOVE HIST-ID-EMPLEADO TO WS-ACH-CEDULA-EXP
                  MOVE HIST-NETO TO WS-ACH-NETO-EXP
                  PERFORM 13150-EXPORTAR-EMPLEADO

      * LA FILA QUE SALIO SIN CUENTA QUEDA MARCADA SCT PARA QUE LA
      * REEMISION LA ENCUENTRE AUNQUE EL BANCO NO RESPONDA POR ELLA
                  IF WS-CTA-HALLADA = 'N' THEN
                     MOVE "SCT" TO HIST-MOTIVO-BANCO
                  ELSE
                     MOVE SPACES TO HIST-MOTIVO-BANCO
                  END-IF
                  REWRITE REGISTRO-HISTORICO
               END-IF
            END-IF.

      * UNA LINEA DE DETALLE POR CADA CUENTA DEL EMPLEADO: CADA
      * CUENTA RECIBE SU PORCENTAJE DEL NETO Y LA ULTIMA SE LLEVA
      * EL RESIDUO DEL REDONDEO PARA QUE LA SUMA CUADRE EXACTA;
            MOVE 'N' TO WS-CTA-HALLADA

            IF WS-CUENTAS-ABIERTAS = 'S' THEN
               MOVE WS-ACH-CEDULA-EXP TO CTA-ID-EMPLEADO

               READ CUENTAS-BANCO-FILE
                   INVALID KEY
               ADD 1 TO WS-SIN-CUENTA

               MOVE SPACES TO WS-ACD-CEDULA
               MOVE WS-ACH-CEDULA-EXP TO WS-ACD-CEDULA
               MOVE SPACES TO WS-ACD-BANCO
               MOVE SPACE TO WS-ACD-TIPO-CUENTA
               MOVE SPACES TO WS-ACD-NUMERO
               MOVE WS-ACH-NETO-EXP TO WS-ACD-MONTO
               PERFORM 13160-ESCRIBIR-DETALLE

               ADD 1 TO WS-CONTADOR-DETALLES
               ADD WS-ACH-NETO-EXP TO WS-SUM-DETALLES
            END-IF

            ADD 1 TO WS-CONTADOR-ACH-EXP
            ADD WS-ACH-NETO-EXP TO WS-SUM-NETO-ACH.

      * LA REEMISION REUSA EL ARMADO DEL DETALLE PERO LO ESCRIBE EN
      * EL ARCHIVO SUPLEMENTARIO
       13160-ESCRIBIR-DETALLE.
            IF WS-ACH-DESTINO = 'R' THEN
               MOVE WS-ACH-DETALLE TO ARE-LINEA
               WRITE ARE-LINEA
            ELSE
               MOVE WS-ACH-DETALLE TO ACH-LINEA
               WRITE ACH-LINEA
            END-IF.

       13170-DETALLE-DE-CUENTA.
            IF WS-INDICE-CTA = CTA-CANTIDAD THEN
               COMPUTE WS-MONTO-CUENTA =
                   WS-ACH-NETO-EXP - WS-MONTO-REPARTIDO
            ELSE
               COMPUTE WS-MONTO-CUENTA ROUNDED =
                   WS-ACH-NETO-EXP *
                   CTA-PORCENTAJE(WS-INDICE-CTA) / 100
               ADD WS-MONTO-CUENTA TO WS-MONTO-REPARTIDO
            END-IF

            MOVE WS-ACH-CEDULA-EXP TO WS-ACD-CEDULA
            MOVE CTA-BANCO(WS-INDICE-CTA) TO WS-ACD-BANCO
            MOVE CTA-TIPO(WS-INDICE-CTA) TO WS-ACD-TIPO-CUENTA
            MOVE CTA-NUMERO(WS-INDICE-CTA) TO WS-ACD-NUMERO
            MOVE WS-MONTO-CUENTA TO WS-ACD-MONTO
            PERFORM 13160-ESCRIBIR-DETALLE

            ADD 1 TO WS-CONTADOR-DETALLES
            ADD WS-MONTO-CUENTA TO WS-SUM-DETALLES
                 MOVE WS-SUM-NETO-ACH TO APR-SUM-NETO
                 MOVE "PENDIENTE" TO APR-ESTADO
                 MOVE SPACES TO APR-APROBADOR
                 MOVE WS-PERIODO-PROCESO TO APR-PERIODO

                 WRITE APR-REGISTRO

                 MOVE APR-FECHA TO WS-AUD-REFERENCIA
                 MOVE "GENERACION ACH" TO WS-AUD-ACCION
                 PERFORM 9650-AUDITORIA-SEGURIDAD

                 MOVE "EXPORTADO" TO WS-CAL-ESTADO-NUEVO
                 PERFORM 31140-AVANZAR-CALENDARIO
            END-IF.



      * EL CIERRE REESCRIBE TODA LA NOMINA Y REEMPLAZA EL HISTORICO
      * DEL PERIODO: SE CONFIRMA ANTES DE TOCAR NADA; EL TIPO D
      * PAGA EL DECIMO ACUMULADO Y EL TIPO U EL REPARTO DE
      * UTILIDADES, CADA UNO EN UN PERIODO ESPECIAL
                 IF WS-PERIODO-PROCESO NOT = SPACES THEN
                      DISPLAY
                      "TIPO DE CIERRE (N=NORMAL, D=PAGO DE DECIMO, "
                      "U=UTILIDADES):"
                      ACCEPT WS-TIPO-CIERRE

                      EVALUATE WS-TIPO-CIERRE
                      WHEN 'D'
                           PERFORM 14020-CONFIRMAR-CIERRE-DECIMO
                      WHEN 'U'
                           PERFORM 14030-CONFIRMAR-UTILIDADES
                      WHEN OTHER
      * ESPEJO DE 14020: UNA QUINCENA NORMAL SOLO VA DEL 1 AL 24;
      * UN NUMERO MAYOR ES UN PERIODO ESPECIAL DE DECIMO Y UN
      * CIERRE NORMAL ALLI PISARIA LOS PAGOS DE DECIMO
                                DISPLAY SPACE
                                DISPLAY
                                "LOS PERIODOS MAYORES A 24 ESTAN "
                                "RESERVADOS A DECIMO Y UTILIDADES"
                                DISPLAY SPACE
                           ELSE
                                DISPLAY
                                     DISPLAY SPACE
                                END-IF
                           END-IF
                      END-EVALUATE
                 END-IF
            END-IF

               DISPLAY SPACE
            END-IF.

      * EL REPARTO DE UTILIDADES SE PAGA EN SU PROPIO PERIODO
      * ESPECIAL (POR EJEMPLO AAAA-80): SE CALCULA Y SE IMPRIME EL
      * REPARTO ANTES DE PEDIR LA CONFIRMACION
       14030-CONFIRMAR-UTILIDADES.
            MOVE ZERO TO WS-NUM-QUINCENA
            IF WS-PERIODO-PROCESO(6:2) IS NUMERIC THEN
               MOVE WS-PERIODO-PROCESO(6:2) TO WS-NUM-QUINCENA
            END-IF

            IF WS-NUM-QUINCENA > 24 THEN
               PERFORM 34310-PEDIR-DATOS-UTILIDADES

               IF WS-UTI-DATOS-OK = 'S' THEN
                  PERFORM 34320-CALCULAR-REPARTO

                  IF WS-CANTIDAD-UTI = 0 THEN
                     DISPLAY SPACE
                     DISPLAY "NINGUN EMPLEADO TRABAJO EN EL ANIO "
                          WS-UTI-ANIO ", NO HAY REPARTO"
                     DISPLAY SPACE
                  ELSE
                     DISPLAY "SE PAGARAN LAS UTILIDADES DE "
                          WS-UTI-ANIO " EN EL PERIODO "
                          WS-PERIODO-PROCESO
                     DISPLAY "DESEA CONTINUAR ? : SI o NO "
                     ACCEPT WS-SI-NO

                     IF WS-SI-NO = 'SI' THEN
                        PERFORM 14065-EJECUTAR-CIERRE-UTILIDADES
                     ELSE
                        DISPLAY SPACE
                        DISPLAY "PAGO DE UTILIDADES CANCELADO"
                        DISPLAY SPACE
                     END-IF
                  END-IF
               END-IF
            ELSE
               DISPLAY SPACE
               DISPLAY "USE UN NUMERO DE PERIODO MAYOR A 24 PARA "
                    "EL PAGO DE UTILIDADES (EJEMPLO AAAA-80)"
               DISPLAY SPACE
            END-IF.

      * EL CUERPO DEL CIERRE ES COMPARTIDO POR EL MENU Y EL PROCESO
      * NOCTURNO, QUE TRAE EL PERIODO EN LA TARJETA DE PARAMETROS
       14050-EJECUTAR-CIERRE.
            MOVE "CIERRE" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'N' THEN
                 MOVE 8 TO WS-RC-PASO
            ELSE
                 PERFORM 14055-CERRAR-NOMINA
            END-IF.

       14055-CERRAR-NOMINA.
            PERFORM 14160-ABRIR-VACACIONES
            PERFORM 14600-CARGAR-CONCEPTOS
            PERFORM 14400-CARGAR-NOVEDADES
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 MOVE 8 TO WS-RC-PASO
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
                 PERFORM 14170-CERRAR-VACACIONES
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO
                 MOVE ZERO TO WS-CONTADOR-CIERRE
                 MOVE ZERO TO WS-CONTADOR-NO-ACTIVOS
                 MOVE ZERO TO WS-PRESTAMOS-COBRADOS
                 MOVE ZERO TO WS-RETROS-APLICADOS

                 PERFORM 14150-ABRIR-PRESTAMOS
                 PERFORM 14180-ABRIR-HIST-SALARIOS
                 PERFORM 14185-ABRIR-DECIMO
                 PERFORM 14380-ABRIR-MOVIMIENTOS
                 PERFORM 14390-ABRIR-APORTES
                 PERFORM 14210-FECHAS-DEL-PERIODO

                 MOVE 'N' TO WS-EOF
                 MOVE LOW-VALUES TO ID-EMPLEADO

                 START EMPLEADO-MASTER-FILE
                     KEY IS NOT LESS THAN ID-EMPLEADO
                     INVALID KEY
                         MOVE 'S' TO WS-EOF
                 END-START

                 PERFORM UNTIL WS-EOF = 'S'
                    READ EMPLEADO-MASTER-FILE NEXT RECORD
                       AT END
                          MOVE 'S' TO WS-EOF
                       NOT AT END
                          PERFORM 14500-PROCESAR-CIERRE-EMPLEADO
                    END-READ
                 END-PERFORM

                 CLOSE NOMINA-HISTORICO-FILE

                 IF WS-PRESTAMOS-ABIERTOS = 'S' THEN
                    CLOSE PRESTAMOS-FILE
                    MOVE 'N' TO WS-PRESTAMOS-ABIERTOS
                 END-IF

                 PERFORM 14170-CERRAR-VACACIONES
                 PERFORM 14190-CERRAR-HIST-SALARIOS
                 PERFORM 14187-CERRAR-DECIMO
                 PERFORM 14385-CERRAR-MOVIMIENTOS
                 PERFORM 14392-CERRAR-APORTES

      * EL CIERRE SE AUDITA UNA SOLA VEZ, CON EL PERIODO EN LA
      * COLUMNA DE CEDULA
                 MOVE WS-PERIODO-PROCESO TO ID-EMPLEADO
                 MOVE "CIERRE PERIODO" TO WS-AUD-ACCION
                 PERFORM 9600-REGISTRAR-AUDITORIA

                 MOVE "CERRADO" TO WS-CAL-ESTADO-NUEVO
                 PERFORM 31140-AVANZAR-CALENDARIO

                 PERFORM 14800-ASIENTO-CONTABLE

                 DISPLAY SPACE
                 DISPLAY "PERIODO CERRADO : " WS-PERIODO-PROCESO
                 DISPLAY "EMPLEADOS PROCESADOS : "
                      WS-CONTADOR-CIERRE
                 DISPLAY "EMPLEADOS NO ACTIVOS OMITIDOS : "
                      WS-CONTADOR-NO-ACTIVOS
                 DISPLAY "NOVEDADES APLICADAS : "
                      WS-NOVEDADES-APLICADAS
                 DISPLAY "NOVEDADES RECHAZADAS : "
                      WS-NOVEDADES-RECHAZADAS
                 PERFORM 14350-REPORTAR-NOVEDADES-SUELTAS
                 DISPLAY "NOVEDADES SIN EMPLEADO : "
                      WS-NOVEDADES-SIN-EMPLEADO
                 DISPLAY "NOVEDADES DE EMPLEADOS NO ACTIVOS : "
                      WS-NOVEDADES-NO-ACTIVOS
                 DISPLAY "CUOTAS DE PRESTAMO COBRADAS : "
                      WS-PRESTAMOS-COBRADOS
                 DISPLAY "RETROACTIVOS APLICADOS : "
                      WS-RETROS-APLICADOS
                 DISPLAY SPACE

                 PERFORM 33050-PLANILLA-FIN-DE-MES
            END-IF.

      * CIERRE ESPECIAL DE PAGO DE DECIMO: PAGA A CADA ACTIVO LO
      * PROVISIONADO, SIN TABLA DE IMPUESTOS NI SEGURO, Y LO DEJA
      * EN EL HISTORICO COMO PAGO PENDIENTE PARA QUE SIGA EL MISMO
      * CAMINO DE ACH, CONCILIACION Y ASIENTO CONTABLE
       14060-EJECUTAR-CIERRE-DECIMO.
            MOVE "CIERRE" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'N' THEN
                 MOVE 8 TO WS-RC-PASO
            ELSE
                 PERFORM 14062-PAGAR-DECIMOS
            END-IF.

      * EL PERIODO DE UTILIDADES DEBE ESTAR VACIO: UN REPARTO YA
      * PAGADO SOLO SE REPITE ANULANDO ANTES SU CIERRE
       14065-EJECUTAR-CIERRE-UTILIDADES.
            MOVE "CIERRE" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'N' THEN
                 MOVE 8 TO WS-RC-PASO
            ELSE
                 PERFORM 34410-PROBAR-PERIODO-OCUPADO

                 IF WS-UTI-PERIODO-OCUPADO = 'S' THEN
                      MOVE 8 TO WS-RC-PASO
                      DISPLAY SPACE
                      DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
                           " YA TIENE PAGOS EN EL HISTORICO, USE "
                           "OTRO NUMERO O ANULE ESE CIERRE"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 34400-PAGAR-UTILIDADES
                 END-IF
            END-IF.

       14062-PAGAR-DECIMOS.
            PERFORM 14185-ABRIR-DECIMO
            PERFORM 14380-ABRIR-MOVIMIENTOS
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
                 PERFORM 14187-CERRAR-DECIMO
                 PERFORM 14385-CERRAR-MOVIMIENTOS
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO

                 CLOSE NOMINA-HISTORICO-FILE
                 PERFORM 14187-CERRAR-DECIMO
                 PERFORM 14385-CERRAR-MOVIMIENTOS

                 MOVE WS-PERIODO-PROCESO TO ID-EMPLEADO
                 MOVE "CIERRE DECIMO" TO WS-AUD-ACCION
                 PERFORM 9600-REGISTRAR-AUDITORIA

                 MOVE "CERRADO" TO WS-CAL-ESTADO-NUEVO
                 PERFORM 31140-AVANZAR-CALENDARIO

                 PERFORM 14800-ASIENTO-CONTABLE

                 DISPLAY SPACE
            ADD 1 TO WS-DECIMOS-PAGADOS
            ADD DEC-ACUMULADO TO WS-SUM-DECIMO

            PERFORM 14370-INICIAR-MOVIMIENTO
            MOVE 'S' TO MOV-DEC-APLICADO
            MOVE DEC-ACUMULADO TO MOV-DECIMO
            MOVE DEC-ULTIMO-PERIODO TO MOV-DEC-PERIODO-ANT
            PERFORM 14375-GRABAR-MOVIMIENTO

            MOVE ZERO TO DEC-ACUMULADO
            MOVE WS-PERIODO-PROCESO TO DEC-ULTIMO-PERIODO
            REWRITE REGISTRO-DECIMO.
            END-IF.

       14510-CERRAR-EMPLEADO-ACTIVO.
            PERFORM 14370-INICIAR-MOVIMIENTO
            PERFORM 14300-SUMAR-NOVEDADES-EMPLEADO
            PERFORM 14320-APLICAR-CUOTA-PRESTAMO
            PERFORM 14330-ACTUALIZAR-VACACIONES
                WS-BASE-CALCULO -
                (WS-IMPUESTO-CALCULADO + WS-SEGURO-CALCULADO) +
                WS-SUMA-NO-GRAVABLE
            MOVE 'N' TO WS-NETO-NEGATIVO
            IF WS-NETO-TRABAJO < ZERO THEN
               MOVE 'S' TO WS-NETO-NEGATIVO
               MOVE ZERO TO WS-NETO-TRABAJO
            END-IF

            MOVE WS-SEGURO-CALCULADO TO DEDUCCION-SEGURO
            MOVE WS-NETO-TRABAJO TO SALARIO-NETO

      * EN SIMULACION EL MAESTRO Y EL HISTORICO NO SE TOCAN: EL
      * RESULTADO SOLO VA AL REGISTRO PREVIO
            IF WS-MODO-SIMULACION = 'N' THEN
               REWRITE RECORD-EMPLEADO
            END-IF

            MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
            MOVE ID-EMPLEADO TO HIST-ID-EMPLEADO

      * SI EL PERIODO YA FUE CERRADO ANTES SE REEMPLAZA EL REGISTRO,
      * PARA PODER REPETIR UN CIERRE CORREGIDO
            IF WS-MODO-SIMULACION = 'S' THEN
               PERFORM 14940-COMPARAR-SIMULACION
            ELSE
               WRITE REGISTRO-HISTORICO
                   INVALID KEY
                       REWRITE REGISTRO-HISTORICO
               END-WRITE
               PERFORM 14395-GRABAR-APORTE
            END-IF

            PERFORM 14360-ACUMULAR-DECIMO
            PERFORM 14375-GRABAR-MOVIMIENTO

            ADD 1 TO WS-CONTADOR-CIERRE.

               END-READ

               IF DEC-ULTIMO-PERIODO NOT = WS-PERIODO-PROCESO THEN
                  COMPUTE WS-DECIMO-PERIODO ROUNDED =
                      WS-BRUTO-TRABAJO / WS-DOCEAVOS-ANIO
                  MOVE 'S' TO MOV-DEC-APLICADO
                  MOVE WS-DECIMO-PERIODO TO MOV-DECIMO
                  MOVE DEC-ULTIMO-PERIODO TO MOV-DEC-PERIODO-ANT

                  ADD WS-DECIMO-PERIODO TO DEC-ACUMULADO
                  MOVE WS-PERIODO-PROCESO TO DEC-ULTIMO-PERIODO

                  EVALUATE TRUE
                  WHEN WS-MODO-SIMULACION = 'S'
                       CONTINUE
                  WHEN WS-DEC-HALLADO = 'S'
                       REWRITE REGISTRO-DECIMO
                  WHEN OTHER
                       WRITE REGISTRO-DECIMO
                           INVALID KEY
                               REWRITE REGISTRO-DECIMO
                       END-WRITE
                  END-EVALUATE
               END-IF
            END-IF.

      * EL DIARIO DEL CIERRE SE LEE ANTES DE MOVER LOS LIBROS: SI
      * EL PERIODO SE ESTA REPITIENDO CORREGIDO, LA FILA DEL PRIMER
      * CIERRE CONSERVA LOS VALORES ANTERIORES VERDADEROS
       14370-INICIAR-MOVIMIENTO.
            MOVE 'N' TO WS-MOV-HALLADO
            MOVE WS-PERIODO-PROCESO TO MOV-PERIODO
            MOVE ID-EMPLEADO TO MOV-ID-EMPLEADO

            IF WS-MOVIMIENTOS-ABIERTOS = 'S' THEN
               READ MOVIMIENTOS-CIERRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MOV-HALLADO
               END-READ
            END-IF

            IF WS-MOV-HALLADO = 'N' THEN
               MOVE WS-PERIODO-PROCESO TO MOV-PERIODO
               MOVE ID-EMPLEADO TO MOV-ID-EMPLEADO
               MOVE 'N' TO MOV-PRE-APLICADO
               MOVE ZERO TO MOV-CUOTA-PRESTAMO
               MOVE SPACES TO MOV-PRE-PERIODO-ANT
               MOVE ZERO TO MOV-PRE-CUOTA-ANT
               MOVE 'N' TO MOV-VAC-APLICADO
               MOVE ZERO TO MOV-DIAS-ACREDITADOS
               MOVE ZERO TO MOV-DIAS-TOMADOS
               MOVE SPACES TO MOV-VAC-PERIODO-ANT
               MOVE 'N' TO MOV-DEC-APLICADO
               MOVE ZERO TO MOV-DECIMO
               MOVE SPACES TO MOV-DEC-PERIODO-ANT
               MOVE 'N' TO MOV-LIQUIDACION
               MOVE SPACES TO MOV-EMP-ESTADO-ANT
               MOVE SPACES TO MOV-FECHA-SALIDA-ANT
            END-IF.

       14375-GRABAR-MOVIMIENTO.
            IF WS-MOVIMIENTOS-ABIERTOS = 'S' AND
               WS-MODO-SIMULACION = 'N'
               THEN
               IF WS-MOV-HALLADO = 'S' THEN
                  REWRITE REGISTRO-MOVIMIENTO
               ELSE
                  WRITE REGISTRO-MOVIMIENTO
                      INVALID KEY
                          REWRITE REGISTRO-MOVIMIENTO
                  END-WRITE
               END-IF
            END-IF.

      * EL DIARIO SIGUE EL MISMO PATRON DE CREACION; SIN EL, EL
      * CIERRE CORRE IGUAL PERO SU ANULACION QUEDA ESTIMADA
       14380-ABRIR-MOVIMIENTOS.
            OPEN I-O MOVIMIENTOS-CIERRE-FILE

            IF WS-FS-MOVIMIENTOS = "35" THEN
               OPEN OUTPUT MOVIMIENTOS-CIERRE-FILE
               CLOSE MOVIMIENTOS-CIERRE-FILE
               OPEN I-O MOVIMIENTOS-CIERRE-FILE
            END-IF

            IF WS-FS-MOVIMIENTOS = "00" THEN
               MOVE 'S' TO WS-MOVIMIENTOS-ABIERTOS
            ELSE
               MOVE 'N' TO WS-MOVIMIENTOS-ABIERTOS
               DISPLAY SPACE
               DISPLAY
               "NO SE PUDO ABRIR MOVIMIENTOS_CIERRE.DAT - ESTADO "
                    WS-FS-MOVIMIENTOS
               DISPLAY SPACE
            END-IF.

       14385-CERRAR-MOVIMIENTOS.
            IF WS-MOVIMIENTOS-ABIERTOS = 'S' THEN
               CLOSE MOVIMIENTOS-CIERRE-FILE
               MOVE 'N' TO WS-MOVIMIENTOS-ABIERTOS
            END-IF.

       14390-ABRIR-APORTES.
            OPEN I-O APORTES-PATRONALES-FILE

            IF WS-FS-APORTES = "35" THEN
               OPEN OUTPUT APORTES-PATRONALES-FILE
               CLOSE APORTES-PATRONALES-FILE
               OPEN I-O APORTES-PATRONALES-FILE
            END-IF

            IF WS-FS-APORTES = "00" THEN
               MOVE 'S' TO WS-APORTES-ABIERTOS
            ELSE
               MOVE 'N' TO WS-APORTES-ABIERTOS
               DISPLAY SPACE
               DISPLAY
               "NO SE PUDO ABRIR APORTES_PATRONALES.DAT - ESTADO "
                    WS-FS-APORTES
               DISPLAY SPACE
            END-IF.

       14392-CERRAR-APORTES.
            IF WS-APORTES-ABIERTOS = 'S' THEN
               CLOSE APORTES-PATRONALES-FILE
               MOVE 'N' TO WS-APORTES-ABIERTOS
            END-IF.

      * EL APORTE DEL EMPLEADOR SALE DEL MISMO BRUTO DE LA FILA DEL
      * HISTORICO RECIEN GRABADA; EL FONDO DE RESERVA CORRE CUANDO
      * EL ANIVERSARIO DE FECHA-INGRESO CAE HASTA EL ULTIMO DIA DE
      * LA QUINCENA (14210). UN CIERRE CORREGIDO REEMPLAZA LA FILA
       14395-GRABAR-APORTE.
            IF WS-APORTES-ABIERTOS = 'S' THEN
               COMPUTE WS-APO-PATRONAL ROUNDED =
                   HIST-SALARIO-BRUTO * WS-PORCENTAJE-PATRONAL
               MOVE ZERO TO WS-APO-FONDO

               IF FECHA-INGRESO IS NUMERIC THEN
                  MOVE FECHA-INGRESO TO WS-APO-ANIVERSARIO
                  ADD 1 TO WS-AAN-ANIO
                  IF WS-APO-ANIVERSARIO NOT > WS-FECHA-FIN-PERIODO
                     COMPUTE WS-APO-FONDO ROUNDED =
                         HIST-SALARIO-BRUTO * WS-PORCENTAJE-FONDO
                  END-IF
               END-IF

               MOVE HIST-CLAVE TO APO-CLAVE
               MOVE HIST-NOMBRE TO APO-NOMBRE
               MOVE HIST-DEPARTAMENTO TO APO-DEPARTAMENTO
               MOVE HIST-SALARIO-BRUTO TO APO-BRUTO
               MOVE HIST-SEGURO TO APO-PERSONAL
               MOVE WS-APO-PATRONAL TO APO-PATRONAL
               MOVE WS-APO-FONDO TO APO-FONDO-RESERVA
               MOVE WS-FECHA-PROCESO TO APO-FECHA

               WRITE REGISTRO-APORTE
                   INVALID KEY
                       REWRITE REGISTRO-APORTE
               END-WRITE
            END-IF.

       14300-SUMAR-NOVEDADES-EMPLEADO.
                      MOVE ZERO TO WS-NOV-VALOR
                      ADD WS-NOV-MONTO(WS-INDICE-NOV) TO
                          WS-DIAS-TOMAR-TRABAJO
                   WHEN 'F'
                      COMPUTE WS-NOV-VALOR ROUNDED =
                          WS-NOV-MONTO(WS-INDICE-NOV) *
                          SALARIO-BRUTO / WS-DIAS-QUINCENA
                   WHEN OTHER
                      MOVE WS-NOV-MONTO(WS-INDICE-NOV) TO
                           WS-NOV-VALOR
                                    WS-CUOTA-APLICADA
                            END-IF

                            MOVE 'S' TO MOV-PRE-APLICADO
                            MOVE WS-CUOTA-APLICADA TO
                                 MOV-CUOTA-PRESTAMO
                            MOVE PRE-ULTIMO-PERIODO TO
                                 MOV-PRE-PERIODO-ANT
                            MOVE PRE-ULTIMA-CUOTA TO MOV-PRE-CUOTA-ANT

                            SUBTRACT WS-CUOTA-APLICADA FROM
                                PRE-SALDO
                            MOVE WS-PERIODO-PROCESO TO
                                 PRE-ULTIMO-PERIODO
                            MOVE WS-CUOTA-APLICADA TO
                                 PRE-ULTIMA-CUOTA
                            IF WS-MODO-SIMULACION = 'N' THEN
                               REWRITE REGISTRO-PRESTAMO
                            END-IF

                            SUBTRACT WS-CUOTA-APLICADA FROM
                                WS-SUMA-NO-GRAVABLE
               END-READ

               IF VAC-ULTIMO-PERIODO NOT = WS-PERIODO-PROCESO THEN
                  MOVE 'S' TO MOV-VAC-APLICADO
                  MOVE WS-DIAS-VACACION-PERIODO TO
                       MOV-DIAS-ACREDITADOS
                  MOVE WS-DIAS-TOMAR-TRABAJO TO MOV-DIAS-TOMADOS
                  MOVE VAC-ULTIMO-PERIODO TO MOV-VAC-PERIODO-ANT

                  ADD WS-DIAS-VACACION-PERIODO TO
                      VAC-DIAS-ACUMULADOS
                  ADD WS-DIAS-TOMAR-TRABAJO TO VAC-DIAS-TOMADOS
                  MOVE WS-PERIODO-PROCESO TO VAC-ULTIMO-PERIODO

                  EVALUATE TRUE
                  WHEN WS-MODO-SIMULACION = 'S'
                       CONTINUE
                  WHEN WS-VAC-HALLADO = 'S'
                       REWRITE REGISTRO-VACACION
                  WHEN OTHER
                       WRITE REGISTRO-VACACION
                           INVALID KEY
                               REWRITE REGISTRO-VACACION
                       END-WRITE
                  END-EVALUATE
               END-IF
            END-IF.

               MOVE HSA-RETRO-PENDIENTE TO HSA-RETRO-PAGADO
               MOVE WS-PERIODO-PROCESO TO HSA-PERIODO-RETRO
               MOVE ZERO TO HSA-RETRO-PENDIENTE
               IF WS-MODO-SIMULACION = 'N' THEN
                  REWRITE REGISTRO-HIST-SALARIO
               END-IF
               ADD 1 TO WS-RETROS-APLICADOS
            ELSE
               IF HSA-PERIODO-RETRO = WS-PERIODO-PROCESO AND
                    ADD 1 TO WS-NOVEDADES-SIN-EMPLEADO
                    DISPLAY "NOVEDAD SIN EMPLEADO - CEDULA "
                         WS-NOV-ID(WS-INDICE-NOV)
                    MOVE "** NOVEDAD SIN EMPLEADO" TO
                         WS-MOTIVO-EXCEPCION
                    PERFORM 14955-SIMULAR-NOVEDAD-SUELTA
                NOT INVALID KEY
                    ADD 1 TO WS-NOVEDADES-NO-ACTIVOS
                    DISPLAY "NOVEDAD DE EMPLEADO NO ACTIVO - "
                         "CEDULA " WS-NOV-ID(WS-INDICE-NOV)
                         " ESTADO " EMP-ESTADO
                    MOVE "** NOVEDAD DE EMPLEADO NO ACTIVO" TO
                         WS-MOTIVO-EXCEPCION
                    PERFORM 14955-SIMULAR-NOVEDAD-SUELTA
            END-READ.

       14400-CARGAR-NOVEDADES.
               ADD 1 TO WS-NOVEDADES-RECHAZADAS
               DISPLAY "NOVEDAD RECHAZADA - CEDULA " NOV-ID-EMPLEADO
                    " CONCEPTO " NOV-CONCEPTO
               MOVE "CONCEPTO, MONTO O CEDULA INVALIDOS" TO
                    WS-MOTIVO-EXCEPCION
               PERFORM 14950-SIMULAR-NOVEDAD-RECHAZADA
            ELSE
      * UNA TOMA DE VACACIONES QUE EXCEDE EL SALDO ACUMULADO SE
      * RECHAZA ANTES DE ENTRAR A LA TABLA DEL CIERRE
                       "VACACIONES - CEDULA " NOV-ID-EMPLEADO
                       " DIAS " NOV-MONTO
                       " SALDO " WS-SALDO-VACACION
                  MOVE "SALDO DE VACACIONES INSUFICIENTE" TO
                       WS-MOTIVO-EXCEPCION
                  PERFORM 14950-SIMULAR-NOVEDAD-RECHAZADA
               ELSE
               IF WS-CANTIDAD-NOVEDADES < 200 THEN
                  ADD 1 TO WS-CANTIDAD-NOVEDADES
                  DISPLAY
                  "NOVEDAD RECHAZADA POR TABLA LLENA - CEDULA "
                       NOV-ID-EMPLEADO
                  MOVE "TABLA DE NOVEDADES LLENA" TO
                       WS-MOTIVO-EXCEPCION
                  PERFORM 14950-SIMULAR-NOVEDAD-RECHAZADA
               END-IF
               END-IF
            END-IF.
                 CLOSE CONCEPTOS-FILE
            END-IF

            PERFORM 14650-ASEGURAR-CONCEPTO-VACACION
            PERFORM 14655-ASEGURAR-CONCEPTO-FALTAS.

       14700-CREAR-CATALOGO-CONCEPTOS.
            OPEN OUTPUT CONCEPTOS-FILE
            MOVE 'D' TO CON-UNIDAD
            WRITE CON-REGISTRO

            MOVE "F01" TO CON-CODIGO
            MOVE "FALTA INJUSTIFICADA" TO CON-DESCRIPCION
            MOVE 'E' TO CON-TIPO
            MOVE 'S' TO CON-GRAVABLE
            MOVE 'F' TO CON-UNIDAD
            WRITE CON-REGISTRO

            CLOSE CONCEPTOS-FILE.

      * LOS CATALOGOS CREADOS ANTES DE EXISTIR LAS VACACIONES NO
               MOVE 'D' TO WS-CON-UNIDAD(WS-CANTIDAD-CONCEPTOS)
            END-IF.

      * LO MISMO CON EL CONCEPTO F01 QUE GENERA LA IMPORTACION DE
      * MARCACIONES DEL RELOJ
       14655-ASEGURAR-CONCEPTO-FALTAS.
            MOVE 'N' TO WS-CONCEPTO-HALLADO

            PERFORM VARYING WS-INDICE-CON FROM 1 BY 1
                    UNTIL WS-INDICE-CON > WS-CANTIDAD-CONCEPTOS
                       OR WS-CONCEPTO-HALLADO = 'S'

                IF WS-CON-CODIGO(WS-INDICE-CON) = "F01"
                   MOVE 'S' TO WS-CONCEPTO-HALLADO
                END-IF
            END-PERFORM

            IF WS-CONCEPTO-HALLADO = 'N' AND
               WS-CANTIDAD-CONCEPTOS < 20
               THEN
               ADD 1 TO WS-CANTIDAD-CONCEPTOS
               MOVE "F01" TO WS-CON-CODIGO(WS-CANTIDAD-CONCEPTOS)
               MOVE "FALTA INJUSTIFICADA" TO
                    WS-CON-DESCRIPCION(WS-CANTIDAD-CONCEPTOS)
               MOVE 'E' TO WS-CON-TIPO(WS-CANTIDAD-CONCEPTOS)
               MOVE 'S' TO WS-CON-GRAVABLE(WS-CANTIDAD-CONCEPTOS)
               MOVE 'F' TO WS-CON-UNIDAD(WS-CANTIDAD-CONCEPTOS)
            END-IF.

      * EL ASIENTO SE ARMA CON LA MISMA ACUMULACION POR DEPARTAMENTO
      * DEL RESUMEN (19100), ASI CUADRA EXACTO CONTRA EL LISTADO DE
      * DEPARTAMENTOS DEL MISMO PERIODO: DEBITO AL GASTO DE CADA
      * DEPARTAMENTO POR SU BRUTO, LA COLUMNA OTROS A SU CUENTA
      * PUENTE SEGUN SU SIGNO, Y CREDITOS A IMPUESTOS, SEGURO Y
                     MOVE ZERO TO WS-DEP-SEGURO(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-OTROS(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-NETO(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-PATRONAL(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-FONDO(WS-INDICE-DEP)
                 END-PERFORM

                 PERFORM 14390-ABRIR-APORTES

                 MOVE ZERO TO WS-CONTADOR-CALC
                 MOVE 'N' TO WS-EOF-HISTORICO
                 MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
                 END-PERFORM

                 CLOSE NOMINA-HISTORICO-FILE
                 PERFORM 14392-CERRAR-APORTES

                 IF WS-CONTADOR-CALC = 0 THEN
                      DISPLAY SPACE
            MOVE ZERO TO WS-TOTAL-SEGURO
            MOVE ZERO TO WS-TOTAL-OTROS
            MOVE ZERO TO WS-TOTAL-NETO
            MOVE ZERO TO WS-TOTAL-PATRONAL
            MOVE ZERO TO WS-TOTAL-FONDO

            PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                    UNTIL WS-INDICE-DEP > WS-CANTIDAD-DEPTOS + 1

                IF WS-DEP-EMPLEADOS(WS-INDICE-DEP) > 0
                   ADD WS-DEP-PATRONAL(WS-INDICE-DEP) TO
                       WS-TOTAL-PATRONAL
                   ADD WS-DEP-FONDO(WS-INDICE-DEP) TO
                       WS-TOTAL-FONDO
                   ADD WS-DEP-BRUTO(WS-INDICE-DEP) TO
                       WS-TOTAL-BRUTO
                   ADD WS-DEP-IMPUESTOS(WS-INDICE-DEP) TO
               COMPUTE WS-TOTAL-HABER =
                   WS-TOTAL-IMPUESTOS + WS-TOTAL-SEGURO +
                   WS-TOTAL-NETO
            END-IF

      * EL APORTE PATRONAL Y EL FONDO DE RESERVA SON GASTO DEL
      * DEPARTAMENTO Y PASIVO POR EL MISMO IMPORTE
            ADD WS-TOTAL-PATRONAL WS-TOTAL-FONDO TO WS-TOTAL-DEBE
            ADD WS-TOTAL-PATRONAL WS-TOTAL-FONDO TO WS-TOTAL-HABER.

       14850-ESCRIBIR-ASIENTO.
            OPEN OUTPUT ASIENTO-FILE
                 DISPLAY SPACE
            ELSE
                 MOVE SPACES TO ASI-LINEA
                 IF WS-ASIENTO-REVERSO = 'S' THEN
                    STRING "REVERSO DEL ASIENTO DE NOMINA DEL "
                               DELIMITED BY SIZE
                           "PERIODO " DELIMITED BY SIZE
                           WS-PERIODO-PROCESO DELIMITED BY SIZE
                           " DEL " DELIMITED BY SIZE
                           WS-FECHA-PROCESO DELIMITED BY SIZE
                        INTO ASI-LINEA
                    END-STRING
                 ELSE
                    STRING "ASIENTO DE NOMINA DEL PERIODO "
                               DELIMITED BY SIZE
                           WS-PERIODO-PROCESO DELIMITED BY SIZE
                           " DEL " DELIMITED BY SIZE
                           WS-FECHA-PROCESO DELIMITED BY SIZE
                        INTO ASI-LINEA
                    END-STRING
                 END-IF
                 WRITE ASI-LINEA

                 MOVE SPACES TO WS-LINEA-ASIENTO
                 MOVE 'T' TO WS-AS-TIPO
                 MOVE "TOTAL DEL LOTE" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-DEBE TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                         UNTIL WS-INDICE-DEP > WS-CANTIDAD-DEPTOS + 1
                      MOVE WS-CTA-OTROS TO WS-AS-CUENTA
                      MOVE "OTROS CONCEPTOS NOMINA" TO
                           WS-AS-DESCRIPCION
                      PERFORM 14865-ESCRIBIR-LINEA-ASIENTO
                 END-IF

                 MOVE 'H' TO WS-AS-TIPO
                 MOVE WS-CTA-IMPUESTOS TO WS-AS-CUENTA
                 MOVE "IMPUESTOS POR PAGAR" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-IMPUESTOS TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 MOVE 'H' TO WS-AS-TIPO
                 MOVE WS-CTA-SEGURO TO WS-AS-CUENTA
                 MOVE "SEGURO POR PAGAR" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-SEGURO TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 MOVE 'H' TO WS-AS-TIPO
                 MOVE WS-CTA-NETO-PAGAR TO WS-AS-CUENTA
                 MOVE "NOMINA POR PAGAR" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-NETO TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 IF WS-TOTAL-PATRONAL NOT = ZERO THEN
                      MOVE 'H' TO WS-AS-TIPO
                      MOVE WS-CTA-PATRONAL-PAGAR TO WS-AS-CUENTA
                      MOVE "APORTE PATRONAL POR PAGAR" TO
                           WS-AS-DESCRIPCION
                      MOVE WS-TOTAL-PATRONAL TO WS-AS-MONTO
                      PERFORM 14865-ESCRIBIR-LINEA-ASIENTO
                 END-IF

                 IF WS-TOTAL-FONDO NOT = ZERO THEN
                      MOVE 'H' TO WS-AS-TIPO
                      MOVE WS-CTA-FONDO-PAGAR TO WS-AS-CUENTA
                      MOVE "FONDO RESERVA POR PAGAR" TO
                           WS-AS-DESCRIPCION
                      MOVE WS-TOTAL-FONDO TO WS-AS-MONTO
                      PERFORM 14865-ESCRIBIR-LINEA-ASIENTO
                 END-IF

                 MOVE SPACES TO WS-LINEA-ASIENTO
                 MOVE 'T' TO WS-AS-TIPO
                 MOVE "TOTAL DEBE" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-DEBE TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 MOVE "TOTAL HABER" TO WS-AS-DESCRIPCION
                 MOVE WS-TOTAL-HABER TO WS-AS-MONTO
                 PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

                 CLOSE ASIENTO-FILE

            END-STRING
            MOVE WS-DEP-BRUTO(WS-INDICE-DEP) TO WS-AS-MONTO

            PERFORM 14865-ESCRIBIR-LINEA-ASIENTO

      * EL COSTO PATRONAL VA A LA MISMA CUENTA DE GASTO
            IF WS-DEP-PATRONAL(WS-INDICE-DEP) +
               WS-DEP-FONDO(WS-INDICE-DEP) > ZERO THEN
               MOVE 'D' TO WS-AS-TIPO
               MOVE SPACES TO WS-AS-DESCRIPCION
               STRING "APORTES " DELIMITED BY SIZE
                      WS-DEP-DESCRIPCION(WS-INDICE-DEP)
                          DELIMITED BY SIZE
                   INTO WS-AS-DESCRIPCION
               END-STRING
               COMPUTE WS-AS-MONTO =
                   WS-DEP-PATRONAL(WS-INDICE-DEP) +
                   WS-DEP-FONDO(WS-INDICE-DEP)

               PERFORM 14865-ESCRIBIR-LINEA-ASIENTO
            END-IF.

      * EN EL REVERSO DE UN CIERRE ANULADO CADA LINEA SALE CON EL
      * LADO CONTRARIO, ASI EL ASIENTO ORIGINAL QUEDA EN CERO
       14865-ESCRIBIR-LINEA-ASIENTO.
            IF WS-ASIENTO-REVERSO = 'S' THEN
               EVALUATE WS-AS-TIPO
                  WHEN 'D'
                     MOVE 'H' TO WS-AS-TIPO
                  WHEN 'H'
                     MOVE 'D' TO WS-AS-TIPO
               END-EVALUATE
            END-IF

            MOVE WS-LINEA-ASIENTO TO ASI-LINEA
            WRITE ASI-LINEA.

      * SIMULACION DEL CIERRE DE UNA QUINCENA NORMAL: CORRE EL MISMO
      * CALCULO DE 14510 (NOVEDADES, CUOTAS, RETROS Y DECIMO) SIN
      * GRABAR NINGUN ARCHIVO, Y DEJA EN SIMULACION_CIERRE.TXT EL
      * REGISTRO PREVIO PARA REVISARLO ANTES DEL CIERRE REAL
       14900-SIMULAR-CIERRE.
            DISPLAY "SIMULACION DE CIERRE DE PERIODO".

            IF WS-CONTADOR = 0 THEN
                 DISPLAY SPACE
                 DISPLAY
                 "NO HAY REGISTROS GUARDADOS, REGRESANDO AL MENU"
                 DISPLAY SPACE
            ELSE
                 PERFORM 14200-PEDIR-PERIODO

                 IF WS-PERIODO-PROCESO NOT = SPACES THEN
                      MOVE ZERO TO WS-NUM-QUINCENA
                      IF WS-PERIODO-PROCESO(6:2) IS NUMERIC
                         MOVE WS-PERIODO-PROCESO(6:2) TO
                              WS-NUM-QUINCENA
                      END-IF

                      IF WS-NUM-QUINCENA > 24 THEN
                           DISPLAY SPACE
                           DISPLAY
                           "LOS PERIODOS MAYORES A 24 ESTAN "
                           "RESERVADOS A DECIMO Y UTILIDADES"
                           DISPLAY SPACE
                      ELSE
                           PERFORM 14910-EJECUTAR-SIMULACION
                      END-IF
                 END-IF
            END-IF

            PERFORM 1000-MENU-PROGRAMA.

      * CUERPO DE LA SIMULACION, COMPARTIDO POR EL MENU Y EL PASO
      * NOCTURNO SIMULACION; CON EL MODO EN 'S' LOS PARRAFOS DEL
      * CIERRE LEEN TODO PERO NO REESCRIBEN NADA, Y CUALQUIER
      * OBSERVACION DEJA EL PASO CON RETORNO 4
       14910-EJECUTAR-SIMULACION.
            OPEN OUTPUT SIMULACION-FILE

            IF WS-FS-SIMULACION NOT = "00" THEN
                 MOVE 8 TO WS-RC-PASO
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO CREAR SIMULACION_CIERRE.TXT - "
                      "ESTADO " WS-FS-SIMULACION
                 DISPLAY SPACE
            ELSE
                 MOVE 'S' TO WS-MODO-SIMULACION
                 PERFORM 14160-ABRIR-VACACIONES
                 PERFORM 14100-ABRIR-HISTORICO

                 IF WS-FS-HISTORICO NOT = "00" THEN
                      MOVE 8 TO WS-RC-PASO
                      DISPLAY SPACE
                      DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                      DISPLAY SPACE
                      PERFORM 14170-CERRAR-VACACIONES
                 ELSE
                      PERFORM 14920-CARGAR-ULTIMO-CERRADO
                      PERFORM 14930-ENCABEZAR-SIMULACION

      * LAS NOVEDADES QUE EL CIERRE RECHAZARIA QUEDAN LISTADAS EN
      * EL REGISTRO ANTES DEL DETALLE POR CEDULA
                      PERFORM 14600-CARGAR-CONCEPTOS
                      PERFORM 14400-CARGAR-NOVEDADES

                      MOVE SPACES TO SIM-LINEA
                      WRITE SIM-LINEA
                      MOVE WS-LINEA-ENCAB-SIMULACION TO SIM-LINEA
                      WRITE SIM-LINEA

                      MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                      MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO
                      MOVE ZERO TO WS-CONTADOR-CIERRE
                      MOVE ZERO TO WS-CONTADOR-NO-ACTIVOS
                      MOVE ZERO TO WS-PRESTAMOS-COBRADOS
                      MOVE ZERO TO WS-RETROS-APLICADOS
                      MOVE ZERO TO WS-SIM-NUEVOS
                      MOVE ZERO TO WS-SIM-FALTANTES
                      MOVE ZERO TO WS-SIM-VARIACIONES
                      MOVE ZERO TO WS-SIM-NETOS-CERO
                      MOVE ZERO TO WS-SIM-NETOS-NEGATIVOS
                      MOVE ZERO TO WS-SIM-SUM-NETO
                      MOVE ZERO TO WS-SIM-SUM-ANTERIOR

                      PERFORM 14150-ABRIR-PRESTAMOS
                      PERFORM 14180-ABRIR-HIST-SALARIOS
                      PERFORM 14185-ABRIR-DECIMO
                      PERFORM 14210-FECHAS-DEL-PERIODO

                      MOVE 'N' TO WS-EOF
                      MOVE LOW-VALUES TO ID-EMPLEADO

                      START EMPLEADO-MASTER-FILE
                          KEY IS NOT LESS THAN ID-EMPLEADO
                          INVALID KEY
                              MOVE 'S' TO WS-EOF
                      END-START

                      PERFORM UNTIL WS-EOF = 'S'
                         READ EMPLEADO-MASTER-FILE NEXT RECORD
                            AT END
                               MOVE 'S' TO WS-EOF
                            NOT AT END
                               PERFORM 14500-PROCESAR-CIERRE-EMPLEADO
                         END-READ
                      END-PERFORM

                      PERFORM 14350-REPORTAR-NOVEDADES-SUELTAS
                      PERFORM 14960-SIMULAR-FALTANTES
                      PERFORM 14970-TOTALES-SIMULACION

                      CLOSE NOMINA-HISTORICO-FILE

                      IF WS-PRESTAMOS-ABIERTOS = 'S' THEN
                         CLOSE PRESTAMOS-FILE
                         MOVE 'N' TO WS-PRESTAMOS-ABIERTOS
                      END-IF

                      PERFORM 14170-CERRAR-VACACIONES
                      PERFORM 14190-CERRAR-HIST-SALARIOS
                      PERFORM 14187-CERRAR-DECIMO

                      IF WS-SIM-NUEVOS > 0 OR
                         WS-SIM-FALTANTES > 0 OR
                         WS-SIM-VARIACIONES > 0 OR
                         WS-SIM-NETOS-CERO > 0 OR
                         WS-SIM-NETOS-NEGATIVOS > 0 OR
                         WS-NOVEDADES-RECHAZADAS > 0 OR
                         WS-NOVEDADES-SIN-EMPLEADO > 0 OR
                         WS-NOVEDADES-NO-ACTIVOS > 0
                         THEN
                         MOVE 4 TO WS-RC-PASO
                      END-IF

                      DISPLAY SPACE
                      DISPLAY "SIMULACION DEL PERIODO : "
                           WS-PERIODO-PROCESO
                      DISPLAY "COMPARADO CONTRA : " WS-PERIODO-ANTERIOR
                      DISPLAY "EMPLEADOS SIMULADOS : "
                           WS-CONTADOR-CIERRE
                      DISPLAY "EMPLEADOS NUEVOS : " WS-SIM-NUEVOS
                      DISPLAY "EMPLEADOS QUE NO ENTRAN : "
                           WS-SIM-FALTANTES
                      DISPLAY "VARIACIONES MAYORES : "
                           WS-SIM-VARIACIONES
                      DISPLAY "NETOS EN CERO : " WS-SIM-NETOS-CERO
                      DISPLAY "NETOS NEGATIVOS : "
                           WS-SIM-NETOS-NEGATIVOS
                      DISPLAY "NOVEDADES RECHAZADAS : "
                           WS-NOVEDADES-RECHAZADAS
                      DISPLAY "NOVEDADES SIN EMPLEADO : "
                           WS-NOVEDADES-SIN-EMPLEADO
                      DISPLAY "NOVEDADES DE EMPLEADOS NO ACTIVOS : "
                           WS-NOVEDADES-NO-ACTIVOS
                      DISPLAY "NINGUN ARCHIVO FUE ACTUALIZADO, "
                           "REGISTRO EN SIMULACION_CIERRE.TXT"
                      DISPLAY SPACE
                 END-IF

                 CLOSE SIMULACION-FILE
                 MOVE 'N' TO WS-MODO-SIMULACION
            END-IF.

      * ULTIMO PERIODO NORMAL CERRADO DE CADA CEDULA, ANTERIOR AL
      * SIMULADO; SE RECORRE DESDE EL ANIO ANTERIOR PARA NO LEER
      * TODO EL HISTORICO, Y EL PERIODO MAS RECIENTE HALLADO ES EL
      * QUE SE USA PARA DETECTAR A QUIEN YA NO ENTRA AL CIERRE
       14920-CARGAR-ULTIMO-CERRADO.
            MOVE ZERO TO WS-CANTIDAD-SIM
            MOVE SPACES TO WS-PERIODO-ANTERIOR
            MOVE 'N' TO WS-EOF-HISTORICO

            MOVE WS-PERIODO-PROCESO(1:4) TO WS-ANIO-DESDE
            SUBTRACT 1 FROM WS-ANIO-DESDE
            MOVE WS-ANIO-DESDE TO WS-PERIODO-DESDE(1:4)
            MOVE "-00" TO WS-PERIODO-DESDE(5:3)

            MOVE WS-PERIODO-DESDE TO HIST-PERIODO
            MOVE LOW-VALUES TO HIST-ID-EMPLEADO

            START NOMINA-HISTORICO-FILE
                KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-START

            PERFORM UNTIL WS-EOF-HISTORICO = 'S'
               READ NOMINA-HISTORICO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-HISTORICO
                  NOT AT END
                     IF HIST-PERIODO NOT < WS-PERIODO-PROCESO
                        MOVE 'S' TO WS-EOF-HISTORICO
                     ELSE
                        IF HIST-PERIODO(6:2) IS NUMERIC AND
                           HIST-PERIODO(6:2) NOT > "24"
                           PERFORM 14925-GUARDAR-ULTIMO-CERRADO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      * EL HISTORICO VIENE ORDENADO POR PERIODO: CADA FILA PISA LA
      * ANTERIOR DE LA MISMA CEDULA Y AL FINAL QUEDA LA MAS RECIENTE
       14925-GUARDAR-ULTIMO-CERRADO.
            MOVE HIST-PERIODO TO WS-PERIODO-ANTERIOR
            MOVE HIST-ID-EMPLEADO TO WS-SIM-CEDULA-BUSCAR
            PERFORM 14945-BUSCAR-SIMULACION

            IF WS-SIM-HALLADO = 'N' THEN
               IF WS-CANTIDAD-SIM < 1000 THEN
                  ADD 1 TO WS-CANTIDAD-SIM
                  MOVE WS-CANTIDAD-SIM TO WS-INDICE-SIM
               ELSE
                  MOVE ZERO TO WS-INDICE-SIM
               END-IF
            END-IF

            IF WS-INDICE-SIM > 0 THEN
               MOVE HIST-ID-EMPLEADO TO WS-SIM-ID(WS-INDICE-SIM)
               MOVE HIST-NOMBRE TO WS-SIM-NOMBRE(WS-INDICE-SIM)
               MOVE HIST-PERIODO TO WS-SIM-PERIODO(WS-INDICE-SIM)
               MOVE HIST-NETO TO WS-SIM-NETO(WS-INDICE-SIM)
               MOVE 'N' TO WS-SIM-VISTO(WS-INDICE-SIM)
            END-IF.

       14930-ENCABEZAR-SIMULACION.
            MOVE WS-PCT-VARIACION-SIM TO WS-PCT-VARIACION-ED

            MOVE SPACES TO SIM-LINEA
            STRING "SIMULACION DE CIERRE DEL PERIODO "
                       DELIMITED BY SIZE
                   WS-PERIODO-PROCESO DELIMITED BY SIZE
                   " - NINGUN ARCHIVO FUE ACTUALIZADO"
                       DELIMITED BY SIZE
                INTO SIM-LINEA
            END-STRING
            WRITE SIM-LINEA

            MOVE SPACES TO SIM-LINEA
            STRING "ULTIMO PERIODO CERRADO : " DELIMITED BY SIZE
                   WS-PERIODO-ANTERIOR DELIMITED BY SIZE
                   "   TOLERANCIA DE VARIACION : " DELIMITED BY SIZE
                   WS-PCT-VARIACION-ED DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                INTO SIM-LINEA
            END-STRING
            WRITE SIM-LINEA

            MOVE SPACES TO SIM-LINEA
            WRITE SIM-LINEA.

      * UNA LINEA POR CEDULA SIMULADA CONTRA SU ULTIMO PERIODO
      * CERRADO; LA OBSERVACION MARCA LO QUE CONVIENE REVISAR ANTES
      * DEL CIERRE REAL
       14940-COMPARAR-SIMULACION.
            MOVE ID-EMPLEADO TO WS-SIM-CEDULA-BUSCAR
            PERFORM 14945-BUSCAR-SIMULACION

            MOVE SPACES TO WS-LINEA-SIMULACION
            MOVE ID-EMPLEADO TO WS-LSI-CEDULA
            MOVE NOMBRE TO WS-LSI-NOMBRE
            MOVE WS-NETO-TRABAJO TO WS-LSI-NETO
            ADD WS-NETO-TRABAJO TO WS-SIM-SUM-NETO

            MOVE ZERO TO WS-VARIACION-SIM
            MOVE ZERO TO WS-PCT-SIM

            IF WS-SIM-HALLADO = 'S' THEN
               MOVE 'S' TO WS-SIM-VISTO(WS-INDICE-SIM)
               MOVE WS-SIM-PERIODO(WS-INDICE-SIM) TO WS-LSI-PERIODO
               MOVE WS-SIM-NETO(WS-INDICE-SIM) TO WS-LSI-NETO-ANT

               COMPUTE WS-VARIACION-SIM =
                   WS-NETO-TRABAJO - WS-SIM-NETO(WS-INDICE-SIM)

               IF WS-SIM-NETO(WS-INDICE-SIM) > ZERO THEN
                  COMPUTE WS-PCT-SIM ROUNDED =
                      WS-VARIACION-SIM * 100 /
                      WS-SIM-NETO(WS-INDICE-SIM)
                      ON SIZE ERROR
                          MOVE 99999.99 TO WS-PCT-SIM
                  END-COMPUTE
               END-IF
            ELSE
               MOVE "NINGUNO" TO WS-LSI-PERIODO
               MOVE ZERO TO WS-LSI-NETO-ANT
            END-IF

            MOVE WS-VARIACION-SIM TO WS-LSI-VARIACION
            MOVE WS-PCT-SIM TO WS-LSI-PCT

            EVALUATE TRUE
            WHEN WS-NETO-NEGATIVO = 'S'
                 ADD 1 TO WS-SIM-NETOS-NEGATIVOS
                 MOVE "** NETO NEGATIVO" TO WS-LSI-OBSERVACION
            WHEN WS-NETO-TRABAJO = ZERO
                 ADD 1 TO WS-SIM-NETOS-CERO
                 MOVE "** NETO EN CERO" TO WS-LSI-OBSERVACION
            WHEN WS-SIM-HALLADO = 'N'
                 ADD 1 TO WS-SIM-NUEVOS
                 MOVE "** EMPLEADO NUEVO" TO WS-LSI-OBSERVACION
            WHEN WS-PCT-SIM > WS-PCT-VARIACION-SIM OR
                 WS-PCT-SIM < WS-PCT-VARIACION-SIM * -1
                 ADD 1 TO WS-SIM-VARIACIONES
                 MOVE "** VARIACION MAYOR" TO WS-LSI-OBSERVACION
            WHEN OTHER
                 CONTINUE
            END-EVALUATE

            MOVE WS-LINEA-SIMULACION TO SIM-LINEA
            WRITE SIM-LINEA.

       14945-BUSCAR-SIMULACION.
            MOVE 'N' TO WS-SIM-HALLADO

            PERFORM VARYING WS-INDICE-SIM FROM 1 BY 1
                    UNTIL WS-INDICE-SIM > WS-CANTIDAD-SIM
                       OR WS-SIM-HALLADO = 'S'

                IF WS-SIM-ID(WS-INDICE-SIM) = WS-SIM-CEDULA-BUSCAR
                   MOVE 'S' TO WS-SIM-HALLADO
                END-IF
            END-PERFORM

      * AL SALIR DEL PERFORM EL INDICE QUEDA UNA POSICION DESPUES
      * DE LA CEDULA ENCONTRADA
            IF WS-SIM-HALLADO = 'S' THEN
               SUBTRACT 1 FROM WS-INDICE-SIM
            END-IF.

      * EN SIMULACION CADA NOVEDAD QUE EL CIERRE RECHAZARIA QUEDA
      * TAMBIEN EN EL REGISTRO PREVIO, CON SU MOTIVO
       14950-SIMULAR-NOVEDAD-RECHAZADA.
            IF WS-MODO-SIMULACION = 'S' THEN
               MOVE NOV-MONTO TO WS-MONTO-SIM-ED
               MOVE SPACES TO SIM-LINEA
               STRING "** NOVEDAD RECHAZADA - CEDULA "
                          DELIMITED BY SIZE
                      NOV-ID-EMPLEADO DELIMITED BY SIZE
                      " CONCEPTO " DELIMITED BY SIZE
                      NOV-CONCEPTO DELIMITED BY SIZE
                      " MONTO " DELIMITED BY SIZE
                      WS-MONTO-SIM-ED DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-MOTIVO-EXCEPCION DELIMITED BY SIZE
                   INTO SIM-LINEA
               END-STRING
               WRITE SIM-LINEA
            END-IF.

      * EN SIMULACION LAS NOVEDADES QUE EL CIERRE DEJARIA SIN
      * APLICAR TAMBIEN QUEDAN EN EL REGISTRO PREVIO
       14955-SIMULAR-NOVEDAD-SUELTA.
            IF WS-MODO-SIMULACION = 'S' THEN
               MOVE WS-NOV-MONTO(WS-INDICE-NOV) TO WS-MONTO-SIM-ED
               MOVE SPACES TO SIM-LINEA
               STRING WS-MOTIVO-EXCEPCION DELIMITED BY "  "
                      " - CEDULA " DELIMITED BY SIZE
                      WS-NOV-ID(WS-INDICE-NOV) DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      WS-NOV-TIPO(WS-INDICE-NOV) DELIMITED BY SIZE
                      " MONTO " DELIMITED BY SIZE
                      WS-MONTO-SIM-ED DELIMITED BY SIZE
                   INTO SIM-LINEA
               END-STRING
               WRITE SIM-LINEA
            END-IF.

      * QUIEN COBRO EN EL ULTIMO PERIODO CERRADO Y NO ENTRA A ESTE
      * (SUSPENDIDO, TERMINADO O ELIMINADO DEL MAESTRO) SE LISTA
      * CON SU NETO ANTERIOR COMO VARIACION NEGATIVA
       14960-SIMULAR-FALTANTES.
            PERFORM VARYING WS-INDICE-SIM FROM 1 BY 1
                    UNTIL WS-INDICE-SIM > WS-CANTIDAD-SIM

                IF WS-SIM-PERIODO(WS-INDICE-SIM) = WS-PERIODO-ANTERIOR
                   ADD WS-SIM-NETO(WS-INDICE-SIM) TO
                       WS-SIM-SUM-ANTERIOR

                   IF WS-SIM-VISTO(WS-INDICE-SIM) = 'N'
                      ADD 1 TO WS-SIM-FALTANTES
                      MOVE SPACES TO WS-LINEA-SIMULACION
                      MOVE WS-SIM-ID(WS-INDICE-SIM) TO WS-LSI-CEDULA
                      MOVE WS-SIM-NOMBRE(WS-INDICE-SIM) TO
                           WS-LSI-NOMBRE
                      MOVE WS-SIM-PERIODO(WS-INDICE-SIM) TO
                           WS-LSI-PERIODO
                      MOVE WS-SIM-NETO(WS-INDICE-SIM) TO
                           WS-LSI-NETO-ANT
                      MOVE ZERO TO WS-LSI-NETO
                      COMPUTE WS-VARIACION-SIM =
                          ZERO - WS-SIM-NETO(WS-INDICE-SIM)
                      MOVE WS-VARIACION-SIM TO WS-LSI-VARIACION
                      MOVE -100 TO WS-LSI-PCT
                      MOVE "** NO ENTRA AL CIERRE" TO
                           WS-LSI-OBSERVACION
                      MOVE WS-LINEA-SIMULACION TO SIM-LINEA
                      WRITE SIM-LINEA
                   END-IF
                END-IF
            END-PERFORM.

       14970-TOTALES-SIMULACION.
            MOVE SPACES TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "EMPLEADOS SIMULADOS" TO WS-LCS-ETIQUETA
            MOVE WS-CONTADOR-CIERRE TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "EMPLEADOS NO ACTIVOS OMITIDOS" TO WS-LCS-ETIQUETA
            MOVE WS-CONTADOR-NO-ACTIVOS TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "EMPLEADOS NUEVOS" TO WS-LCS-ETIQUETA
            MOVE WS-SIM-NUEVOS TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "EMPLEADOS QUE NO ENTRAN AL CIERRE" TO
                 WS-LCS-ETIQUETA
            MOVE WS-SIM-FALTANTES TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "VARIACIONES MAYORES A LA TOLERANCIA" TO
                 WS-LCS-ETIQUETA
            MOVE WS-SIM-VARIACIONES TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "NETOS EN CERO" TO WS-LCS-ETIQUETA
            MOVE WS-SIM-NETOS-CERO TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "NETOS NEGATIVOS" TO WS-LCS-ETIQUETA
            MOVE WS-SIM-NETOS-NEGATIVOS TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "NOVEDADES RECHAZADAS" TO WS-LCS-ETIQUETA
            MOVE WS-NOVEDADES-RECHAZADAS TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "NOVEDADES SIN EMPLEADO" TO WS-LCS-ETIQUETA
            MOVE WS-NOVEDADES-SIN-EMPLEADO TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "NOVEDADES DE EMPLEADOS NO ACTIVOS" TO
                 WS-LCS-ETIQUETA
            MOVE WS-NOVEDADES-NO-ACTIVOS TO WS-LCS-VALOR
            MOVE WS-LINEA-CUENTA-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "TOTAL NETO SIMULADO" TO WS-LMS-ETIQUETA
            MOVE WS-SIM-SUM-NETO TO WS-LMS-VALOR
            MOVE WS-LINEA-MONTO-SIM TO SIM-LINEA
            WRITE SIM-LINEA

            MOVE "TOTAL NETO DEL ULTIMO PERIODO CERRADO" TO
                 WS-LMS-ETIQUETA
            MOVE WS-SIM-SUM-ANTERIOR TO WS-LMS-VALOR
            MOVE WS-LINEA-MONTO-SIM TO SIM-LINEA
            WRITE SIM-LINEA.

       9700-BUSCAR-CONCEPTO.
            MOVE 'N' TO WS-CONCEPTO-HALLADO

                 PERFORM 1000-MENU-PROGRAMA
            END-IF

            PERFORM 16050-VALIDAR-CONCILIACION

            IF WS-CAL-PERMITIDO = 'N' THEN
                 PERFORM 1000-MENU-PROGRAMA
            END-IF

            PERFORM 16100-CARGAR-ACH

            IF WS-CANTIDAD-ACH = 0 THEN
                           MOVE ZERO TO WS-CONTADOR-SIN-EXPORT
                           MOVE ZERO TO WS-CONTADOR-SIN-HISTORICO
                           MOVE ZERO TO WS-CONTADOR-ILEGIBLES
                           MOVE ZERO TO WS-CONTADOR-NO-APLICADOS

                           MOVE
                      "MOTIVO - CEDULA - MONTO - CODIGO DEL BANCO"
                           MOVE "CONCILIACION" TO WS-AUD-ACCION
                           PERFORM 9600-REGISTRAR-AUDITORIA

      * EL PERIODO SOLO QUEDA CONCILIADO CUANDO EL BANCO RESPONDIO
      * POR TODO EL LOTE; LOS RECHAZOS SE RESUELVEN POR REEMISION
                           IF WS-CONTADOR-SIN-RESPUESTA = 0 THEN
                              MOVE "CONCILIADO" TO
                                   WS-CAL-ESTADO-NUEVO
                              PERFORM 31140-AVANZAR-CALENDARIO
                           ELSE
                              DISPLAY SPACE
                              DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
                                   " SIGUE APROBADO HASTA QUE EL "
                                   "BANCO RESPONDA POR TODO EL LOTE"
                           END-IF

                           DISPLAY SPACE
                           DISPLAY "PAGOS CONFIRMADOS : "
                                WS-CONTADOR-PAGADOS
                                WS-CONTADOR-SIN-HISTORICO
                           DISPLAY "RETORNOS ILEGIBLES : "
                                WS-CONTADOR-ILEGIBLES
                           DISPLAY "RETORNOS DE PAGOS YA REEMITIDOS : "
                                WS-CONTADOR-NO-APLICADOS

                           IF WS-CONTADOR-RECHAZADOS = 0 AND
                              WS-CONTADOR-SIN-RESPUESTA = 0 AND
                              WS-CONTADOR-SIN-EXPORT = 0 AND
                              WS-CONTADOR-SIN-HISTORICO = 0 AND
                              WS-CONTADOR-ILEGIBLES = 0 AND
                              WS-CONTADOR-NO-APLICADOS = 0
                              THEN
                              DISPLAY
                      "TODOS LOS PAGOS ESTAN CONCILIADOS"

            PERFORM 1000-MENU-PROGRAMA.

      * ADEMAS DE LA SECUENCIA DEL CALENDARIO, EL ACH_NOMINA.TXT
      * ACTUAL DEBE SER EL LOTE APROBADO DE ESTE MISMO PERIODO
       16050-VALIDAR-CONCILIACION.
            MOVE "CONCILIACION" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'S' THEN
               MOVE 'N' TO WS-CAL-PERMITIDO

               OPEN INPUT ACH-PENDIENTE-FILE

               IF WS-FS-ACH-PENDIENTE = "00" THEN
                  MOVE SPACES TO APR-REGISTRO
                  READ ACH-PENDIENTE-FILE
                     AT END
                        CONTINUE
                  END-READ

                  IF APR-ESTADO = "APROBADO" AND
                     APR-PERIODO = WS-PERIODO-PROCESO
                     THEN
                     MOVE 'S' TO WS-CAL-PERMITIDO
                  END-IF

                  CLOSE ACH-PENDIENTE-FILE
               END-IF

               IF WS-CAL-PERMITIDO = 'N' THEN
                  DISPLAY SPACE
                  DISPLAY "ACH_NOMINA.TXT NO ES EL LOTE APROBADO DEL "
                       "PERIODO " WS-PERIODO-PROCESO
                  DISPLAY SPACE
               END-IF
            END-IF.

       16100-CARGAR-ACH.
            MOVE ZERO TO WS-CANTIDAD-ACH


               IF RET-ESTADO = "RE" THEN
                  MOVE 'R' TO WS-ACH-RESPUESTA(WS-INDICE-ACH)
                  MOVE "RECHAZADO" TO WS-ESTADO-PAGO-NUEVO
               ELSE
                  MOVE 'P' TO WS-ACH-RESPUESTA(WS-INDICE-ACH)
                  MOVE "PAGADO" TO WS-ESTADO-PAGO-NUEVO
               END-IF

               PERFORM 16300-MARCAR-HISTORICO
            END-IF.

      * UN PAGO YA REEMITIDO (POR EL ACH SUPLEMENTARIO O A MANO) NO
      * VUELVE A TOMAR LA RESPUESTA DEL LOTE ORIGINAL; AL CONCILIAR
      * LA REEMISION ES AL REVES: SOLO LOS REEMITIDOS LA TOMAN (UN
      * PAGADO O RECHAZADO ES UNA CORRIDA REPETIDA DEL MISMO LOTE)
       16300-MARCAR-HISTORICO.
            MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
            MOVE RET-ID-EMPLEADO TO HIST-ID-EMPLEADO
            MOVE RET-ID-EMPLEADO TO WS-CEDULA-CONCILIA
            MOVE RET-MONTO TO WS-MONTO-CONCILIA
            MOVE RET-MOTIVO TO WS-CODIGO-BANCO

            READ NOMINA-HISTORICO-FILE
                INVALID KEY
                    ADD 1 TO WS-CONTADOR-SIN-HISTORICO
                    MOVE "RETORNO SIN REGISTRO HISTORICO" TO
                         WS-MOTIVO-CONCILIA
                    PERFORM 16500-ESCRIBIR-EXCEPCION
                NOT INVALID KEY
                    EVALUATE TRUE
                    WHEN WS-CONCILIA-REEMISION = 'N' AND
                         (HIST-ESTADO-PAGO = "REEMITIDO" OR
                          HIST-ESTADO-PAGO = "MANUAL")
                         ADD 1 TO WS-CONTADOR-NO-APLICADOS
                         MOVE "RETORNO DE PAGO YA REEMITIDO" TO
                              WS-MOTIVO-CONCILIA
                         PERFORM 16500-ESCRIBIR-EXCEPCION
                    WHEN WS-CONCILIA-REEMISION = 'S' AND
                         HIST-ESTADO-PAGO NOT = "REEMITIDO" AND
                         HIST-ESTADO-PAGO NOT = "PAGADO" AND
                         HIST-ESTADO-PAGO NOT = "RECHAZADO"
                         ADD 1 TO WS-CONTADOR-NO-APLICADOS
                         MOVE "RETORNO DE PAGO NO REEMITIDO" TO
                              WS-MOTIVO-CONCILIA
                         PERFORM 16500-ESCRIBIR-EXCEPCION
                    WHEN OTHER
                         PERFORM 16310-APLICAR-RETORNO
                    END-EVALUATE
            END-READ.

       16310-APLICAR-RETORNO.
            IF WS-ESTADO-PAGO-NUEVO = "RECHAZADO" THEN
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               MOVE "PAGO RECHAZADO POR EL BANCO" TO
                    WS-MOTIVO-CONCILIA
               PERFORM 16500-ESCRIBIR-EXCEPCION
            ELSE
               ADD 1 TO WS-CONTADOR-PAGADOS
            END-IF

            MOVE WS-ESTADO-PAGO-NUEVO TO HIST-ESTADO-PAGO
            MOVE RET-MOTIVO TO HIST-MOTIVO-BANCO
            REWRITE REGISTRO-HISTORICO.

      * UNA LINEA DEL LOTE ORIGINAL SIN RESPUESTA CUYO PAGO YA SE
      * REEMITIO, O QUE SALIO SIN CUENTA (SCT) Y ESPERA LA
      * REEMISION, NO DEBE RETENER EL PERIODO FUERA DE CONCILIADO
       16400-REPORTAR-SIN-RESPUESTA.
            PERFORM VARYING WS-INDICE-ACH FROM 1 BY 1
                    UNTIL WS-INDICE-ACH > WS-CANTIDAD-ACH

                IF WS-ACH-RESPUESTA(WS-INDICE-ACH) = 'N'
                   PERFORM 16410-VERIFICAR-SIN-RESPUESTA
                END-IF
            END-PERFORM.

       16410-VERIFICAR-SIN-RESPUESTA.
            IF WS-CONCILIA-REEMISION = 'N' THEN
               MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
               MOVE WS-ACH-ID(WS-INDICE-ACH) TO HIST-ID-EMPLEADO

               READ NOMINA-HISTORICO-FILE
                   INVALID KEY
                       MOVE SPACES TO HIST-ESTADO-PAGO
                       MOVE SPACES TO HIST-MOTIVO-BANCO
               END-READ
            ELSE
               MOVE SPACES TO HIST-ESTADO-PAGO
               MOVE SPACES TO HIST-MOTIVO-BANCO
            END-IF

            MOVE WS-ACH-ID(WS-INDICE-ACH) TO WS-CEDULA-CONCILIA
            MOVE WS-ACH-MONTO(WS-INDICE-ACH) TO WS-MONTO-CONCILIA
            MOVE SPACES TO WS-CODIGO-BANCO

            EVALUATE TRUE
            WHEN HIST-ESTADO-PAGO = "REEMITIDO" OR
                 HIST-ESTADO-PAGO = "MANUAL"
                 CONTINUE
            WHEN HIST-ESTADO-PAGO = "PENDIENTE" AND
                 HIST-MOTIVO-BANCO = "SCT"
                 MOVE "SIN CUENTA, VA A REEMISION" TO
                      WS-MOTIVO-CONCILIA
                 PERFORM 16500-ESCRIBIR-EXCEPCION
            WHEN OTHER
                 ADD 1 TO WS-CONTADOR-SIN-RESPUESTA
                 MOVE "EXPORTADO SIN RESPUESTA" TO
                      WS-MOTIVO-CONCILIA
                 PERFORM 16500-ESCRIBIR-EXCEPCION
            END-EVALUATE.

       16500-ESCRIBIR-EXCEPCION.
            MOVE SPACES TO CEX-LINEA
            STRING WS-MOTIVO-CONCILIA DELIMITED BY SIZE
            DISPLAY "2.- RESPALDAR EL MAESTRO"
            DISPLAY "3.- RESTAURAR EL MAESTRO DESDE EL RESPALDO"
            DISPLAY "4.- ARCHIVAR HISTORICO POR ANIO"
            DISPLAY "5.- VERIFICAR INTEGRIDAD ENTRE ARCHIVOS"
            DISPLAY "6.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION
            WHEN 4
                 PERFORM 18500-ARCHIVAR-HISTORICO
            WHEN 5
                 PERFORM 18600-INTEGRIDAD-ARCHIVOS
            WHEN 6
                 PERFORM 1000-MENU-PROGRAMA
            WHEN OTHER
                 DISPLAY SPACE
                 MOVE ZERO TO WS-CONTADOR-ARCHIVO
                 MOVE ZERO TO WS-SUM-BRUTO-ARCH
                 MOVE ZERO TO WS-SUM-NETO-ARCH
                 MOVE ZERO TO WS-CAL-BLOQUEADOS
                 MOVE SPACES TO WS-CAL-PERIODO-ARCHIVO

                 PERFORM 31100-ABRIR-CALENDARIO
                 PERFORM 18560-POSICIONAR-ANIO

                 PERFORM UNTIL WS-EOF-HISTORICO = 'S'
                             ADD HIST-SALARIO-BRUTO TO
                                 WS-SUM-BRUTO-ARCH
                             ADD HIST-NETO TO WS-SUM-NETO-ARCH

                             IF HIST-PERIODO NOT =
                                WS-CAL-PERIODO-ARCHIVO
                                PERFORM 18530-VERIFICAR-PERIODO-ARCHIVO
                             END-IF

                             IF WS-CAL-NIVEL-ARCHIVO = 0 AND
                                WS-CAL-BLOQUEO-PERIODO = 'N' AND
                                HIST-ESTADO-PAGO = "PENDIENTE"
                                PERFORM 18535-BLOQUEAR-PERIODO
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM

                 PERFORM 31105-CERRAR-CALENDARIO

                 EVALUATE TRUE
                 WHEN WS-CONTADOR-ARCHIVO = 0
                      CLOSE NOMINA-HISTORICO-FILE
                      DISPLAY SPACE
                      DISPLAY "EL ANIO " WS-ANIO-ARCHIVO
                           " NO TIENE PERIODOS EN EL HISTORICO VIVO"
                      DISPLAY SPACE
                 WHEN WS-CAL-BLOQUEADOS > 0
                      CLOSE NOMINA-HISTORICO-FILE
                      DISPLAY SPACE
                      DISPLAY "PERIODOS SIN CONCILIAR : "
                           WS-CAL-BLOQUEADOS
                      DISPLAY "EL ANIO NO SE ARCHIVA HASTA QUE TODOS "
                           "SUS PERIODOS ESTEN CONCILIADOS"
                      DISPLAY SPACE
                 WHEN OTHER
                      PERFORM 18550-COPIAR-ANIO-A-ARCHIVO
                      CLOSE NOMINA-HISTORICO-FILE
                 END-EVALUATE
            END-IF.

      * UN PERIODO SOLO SE ARCHIVA CONCILIADO O CONTABILIZADO; UNO
      * CERRADO ANTES DEL CALENDARIO (SIN REGISTRO) SE BLOQUEA SOLO
      * SI CONSERVA PAGOS PENDIENTES
       18530-VERIFICAR-PERIODO-ARCHIVO.
            MOVE HIST-PERIODO TO WS-CAL-PERIODO-ARCHIVO
            MOVE 'N' TO WS-CAL-BLOQUEO-PERIODO
            MOVE SPACES TO WS-CAL-ESTADO-ACTUAL

            IF WS-CALENDARIO-ABIERTO = 'S' THEN
               MOVE HIST-PERIODO TO CAL-PERIODO

               READ CALENDARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-ESTADO TO WS-CAL-ESTADO-ACTUAL
               END-READ
            END-IF

            PERFORM 31115-NIVEL-ESTADO
            MOVE WS-CAL-NIVEL TO WS-CAL-NIVEL-ARCHIVO

            IF WS-CAL-NIVEL-ARCHIVO > 0 AND
               WS-CAL-NIVEL-ARCHIVO < 5
               THEN
               PERFORM 18535-BLOQUEAR-PERIODO
            END-IF.

       18535-BLOQUEAR-PERIODO.
            MOVE 'S' TO WS-CAL-BLOQUEO-PERIODO
            ADD 1 TO WS-CAL-BLOQUEADOS

            IF WS-CAL-NIVEL-ARCHIVO = 0 THEN
               DISPLAY "PERIODO " WS-CAL-PERIODO-ARCHIVO
                    " CON PAGOS PENDIENTES"
            ELSE
               DISPLAY "PERIODO " WS-CAL-PERIODO-ARCHIVO " "
                    WS-CAL-ESTADO-ACTUAL
            END-IF.

      * SEGUNDA PASADA: CABECERA DE CONTROL Y COPIA DE CADA FILA
               END-READ
            END-PERFORM.

       18600-INTEGRIDAD-ARCHIVOS.
            DISPLAY "VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS"

            MOVE ZERO TO WS-RC-PASO
            PERFORM 18610-EJECUTAR-INTEGRIDAD

            IF WS-FS-INTEGRIDAD = "00" THEN
               DISPLAY SPACE
               DISPLAY "ERRORES ENCONTRADOS : " WS-INT-ERRORES
               DISPLAY "AVISOS ENCONTRADOS  : " WS-INT-AVISOS
               DISPLAY "EL DETALLE QUEDO EN INTEGRIDAD_ARCHIVOS.TXT"
               DISPLAY SPACE
            END-IF

            PERFORM 1000-MENU-PROGRAMA.

      * RECORRE LOS ARCHIVOS SATELITE CONTRA EL MAESTRO, EL MAESTRO
      * CONTRA EL CATALOGO DE DEPARTAMENTOS Y EL HISTORICO BUSCANDO
      * PAGOS PENDIENTES VIEJOS. DEJA EN WS-RC-PASO 8 SI HAY ERRORES
      * Y 4 SI SOLO HAY AVISOS
       18610-EJECUTAR-INTEGRIDAD.
            MOVE ZERO TO WS-INT-ERRORES
            MOVE ZERO TO WS-INT-AVISOS

            PERFORM VARYING WS-INT-CATEGORIA FROM 1 BY 1
                    UNTIL WS-INT-CATEGORIA > WS-INT-CANTIDAD-CAT
                MOVE ZERO TO WS-CAT-INT-CONTADOR(WS-INT-CATEGORIA)
            END-PERFORM

            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-INT-HOY
            COMPUTE WS-INT-DIA-LIMITE =
                    FUNCTION INTEGER-OF-DATE(WS-INT-HOY) -
                    WS-INT-DIAS-PENDIENTE

            OPEN OUTPUT INTEGRIDAD-FILE

            IF WS-FS-INTEGRIDAD NOT = "00" THEN
               MOVE 8 TO WS-RC-PASO
               DISPLAY SPACE
               DISPLAY "NO SE PUDO ABRIR INTEGRIDAD_ARCHIVOS.TXT"
               DISPLAY SPACE
            ELSE
               MOVE SPACES TO INT-LINEA
               STRING "VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS - "
                          DELIMITED BY SIZE
                      WS-INT-HOY DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING
               WRITE INT-LINEA

               MOVE SPACES TO INT-LINEA
               STRING "PAGOS PENDIENTES VIEJOS: CERRADOS HACE MAS DE "
                          DELIMITED BY SIZE
                      WS-INT-DIAS-PENDIENTE DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                   INTO INT-LINEA
               END-STRING
               WRITE INT-LINEA

               MOVE SPACES TO INT-LINEA
               WRITE INT-LINEA

               MOVE WS-LINEA-ENCAB-INTEGRIDAD TO INT-LINEA
               WRITE INT-LINEA

               PERFORM 18620-REVISAR-PRESTAMOS
               PERFORM 18630-REVISAR-VACACIONES
               PERFORM 18640-REVISAR-DECIMO
               PERFORM 18650-REVISAR-CUENTAS
               PERFORM 18660-REVISAR-HIST-SALARIOS
               PERFORM 18670-REVISAR-DEPARTAMENTOS
               PERFORM 18680-REVISAR-PENDIENTES

               PERFORM 18695-RESUMEN-INTEGRIDAD

               CLOSE INTEGRIDAD-FILE
            END-IF.

      * UN ARCHIVO QUE NO EXISTE (ESTADO 35) NO TIENE NADA QUE
      * VERIFICAR; CUALQUIER OTRO ESTADO ES UN ERROR
       18615-ARCHIVO-NO-LEIDO.
            IF WS-INT-ESTADO NOT = "35" THEN
               MOVE 12 TO WS-INT-CATEGORIA
               MOVE SPACES TO WS-INT-CLAVE
               MOVE SPACES TO WS-INT-DETALLE
               STRING "NO SE PUDO ABRIR - ESTADO " DELIMITED BY SIZE
                      WS-INT-ESTADO DELIMITED BY SIZE
                   INTO WS-INT-DETALLE
               END-STRING
               PERFORM 18690-ESCRIBIR-EXCEPCION
            END-IF.

       18620-REVISAR-PRESTAMOS.
            MOVE "PRESTAMOS.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT PRESTAMOS-FILE

            IF WS-FS-PRESTAMOS NOT = "00" THEN
               MOVE WS-FS-PRESTAMOS TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ PRESTAMOS-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        PERFORM 18625-VERIFICAR-PRESTAMO
                  END-READ
               END-PERFORM

               CLOSE PRESTAMOS-FILE
            END-IF.

       18625-VERIFICAR-PRESTAMO.
            MOVE PRE-ID-EMPLEADO TO WS-INT-CLAVE
            MOVE PRE-SALDO TO WS-INT-MONTO-ED
            MOVE PRE-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    MOVE 1 TO WS-INT-CATEGORIA
                    MOVE SPACES TO WS-INT-DETALLE
                    STRING "SALDO " DELIMITED BY SIZE
                           WS-INT-MONTO-ED DELIMITED BY SIZE
                        INTO WS-INT-DETALLE
                    END-STRING
                    PERFORM 18690-ESCRIBIR-EXCEPCION
                NOT INVALID KEY
                    IF EMP-ESTADO = 'T' AND PRE-SALDO > ZERO THEN
                       MOVE 6 TO WS-INT-CATEGORIA
                       MOVE SPACES TO WS-INT-DETALLE
                       STRING "SALDO " DELIMITED BY SIZE
                              WS-INT-MONTO-ED DELIMITED BY SIZE
                              " - SALIDA " DELIMITED BY SIZE
                              FECHA-SALIDA DELIMITED BY SIZE
                           INTO WS-INT-DETALLE
                       END-STRING
                       PERFORM 18690-ESCRIBIR-EXCEPCION
                    END-IF
            END-READ.

       18630-REVISAR-VACACIONES.
            MOVE "VACACIONES.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT VACACIONES-FILE

            IF WS-FS-VACACIONES NOT = "00" THEN
               MOVE WS-FS-VACACIONES TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ VACACIONES-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        MOVE VAC-ID-EMPLEADO TO ID-EMPLEADO
                        READ EMPLEADO-MASTER-FILE
                            INVALID KEY
                                PERFORM 18635-VACACION-HUERFANA
                        END-READ
                  END-READ
               END-PERFORM

               CLOSE VACACIONES-FILE
            END-IF.

       18635-VACACION-HUERFANA.
            MOVE 2 TO WS-INT-CATEGORIA
            MOVE VAC-ID-EMPLEADO TO WS-INT-CLAVE
            MOVE SPACES TO WS-INT-DETALLE
            MOVE VAC-DIAS-ACUMULADOS TO WS-INT-ACUMULADOS-ED
            MOVE VAC-DIAS-TOMADOS TO WS-INT-TOMADOS-ED
            STRING "DIAS ACUMULADOS " DELIMITED BY SIZE
                   WS-INT-ACUMULADOS-ED DELIMITED BY SIZE
                   " TOMADOS " DELIMITED BY SIZE
                   WS-INT-TOMADOS-ED DELIMITED BY SIZE
                INTO WS-INT-DETALLE
            END-STRING
            PERFORM 18690-ESCRIBIR-EXCEPCION.

       18640-REVISAR-DECIMO.
            MOVE "PROVISION_DECIMO.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT PROVISION-DECIMO-FILE

            IF WS-FS-DECIMO NOT = "00" THEN
               MOVE WS-FS-DECIMO TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ PROVISION-DECIMO-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        PERFORM 18645-VERIFICAR-DECIMO
                  END-READ
               END-PERFORM

               CLOSE PROVISION-DECIMO-FILE
            END-IF.

       18645-VERIFICAR-DECIMO.
            MOVE DEC-ID-EMPLEADO TO WS-INT-CLAVE
            MOVE DEC-ACUMULADO TO WS-INT-MONTO-ED
            MOVE SPACES TO WS-INT-DETALLE
            STRING "ACUMULADO " DELIMITED BY SIZE
                   WS-INT-MONTO-ED DELIMITED BY SIZE
                   " - ULTIMO PERIODO " DELIMITED BY SIZE
                   DEC-ULTIMO-PERIODO DELIMITED BY SIZE
                INTO WS-INT-DETALLE
            END-STRING
            MOVE DEC-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    MOVE 3 TO WS-INT-CATEGORIA
                    PERFORM 18690-ESCRIBIR-EXCEPCION
                NOT INVALID KEY
                    IF EMP-ESTADO = 'T' AND DEC-ACUMULADO > ZERO THEN
                       MOVE 7 TO WS-INT-CATEGORIA
                       PERFORM 18690-ESCRIBIR-EXCEPCION
                    END-IF
            END-READ.

       18650-REVISAR-CUENTAS.
            MOVE "CUENTAS_BANCO.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT CUENTAS-BANCO-FILE

            IF WS-FS-CUENTAS NOT = "00" THEN
               MOVE WS-FS-CUENTAS TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ CUENTAS-BANCO-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        PERFORM 18655-VERIFICAR-CUENTAS
                  END-READ
               END-PERFORM

               CLOSE CUENTAS-BANCO-FILE
            END-IF.

       18655-VERIFICAR-CUENTAS.
            MOVE CTA-ID-EMPLEADO TO WS-INT-CLAVE
            MOVE CTA-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    MOVE 4 TO WS-INT-CATEGORIA
                    MOVE SPACES TO WS-INT-DETALLE
                    STRING "CUENTAS REGISTRADAS " DELIMITED BY SIZE
                           CTA-CANTIDAD DELIMITED BY SIZE
                        INTO WS-INT-DETALLE
                    END-STRING
                    PERFORM 18690-ESCRIBIR-EXCEPCION
            END-READ

            MOVE 8 TO WS-INT-CATEGORIA
            MOVE SPACES TO WS-INT-DETALLE

            IF CTA-CANTIDAD IS NOT NUMERIC OR
               CTA-CANTIDAD < 1 OR CTA-CANTIDAD > 3
               THEN
               MOVE "CANTIDAD DE CUENTAS FUERA DE 1 A 3"
                    TO WS-INT-DETALLE
               PERFORM 18690-ESCRIBIR-EXCEPCION
            ELSE
               MOVE ZERO TO WS-INT-SUMA-PORCENTAJES
               PERFORM VARYING WS-INT-INDICE-CTA FROM 1 BY 1
                       UNTIL WS-INT-INDICE-CTA > CTA-CANTIDAD
                   IF CTA-PORCENTAJE(WS-INT-INDICE-CTA) IS NUMERIC
                      THEN
                      ADD CTA-PORCENTAJE(WS-INT-INDICE-CTA) TO
                          WS-INT-SUMA-PORCENTAJES
                   END-IF
               END-PERFORM

               IF WS-INT-SUMA-PORCENTAJES NOT = 100 THEN
                  MOVE WS-INT-SUMA-PORCENTAJES TO WS-INT-PORCENTAJE-ED
                  STRING "LOS PORCENTAJES SUMAN " DELIMITED BY SIZE
                         WS-INT-PORCENTAJE-ED DELIMITED BY SIZE
                         " EN " DELIMITED BY SIZE
                         CTA-CANTIDAD DELIMITED BY SIZE
                         " CUENTAS" DELIMITED BY SIZE
                      INTO WS-INT-DETALLE
                  END-STRING
                  PERFORM 18690-ESCRIBIR-EXCEPCION
               END-IF
            END-IF.

      * EL HISTORIAL TIENE VARIOS REGISTROS POR CEDULA; SE INFORMA
      * UNA SOLA VEZ CADA CEDULA QUE YA NO ESTA EN EL MAESTRO
       18660-REVISAR-HIST-SALARIOS.
            MOVE "HISTORIAL_SALARIOS.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT HISTORIAL-SALARIOS-FILE

            IF WS-FS-HIST-SAL NOT = "00" THEN
               MOVE WS-FS-HIST-SAL TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE SPACES TO WS-INT-CEDULA-ANTERIOR
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ HISTORIAL-SALARIOS-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        IF HSA-ID-EMPLEADO NOT =
                           WS-INT-CEDULA-ANTERIOR
                           THEN
                           MOVE HSA-ID-EMPLEADO TO
                                WS-INT-CEDULA-ANTERIOR
                           PERFORM 18665-VERIFICAR-HIST-SALARIO
                        END-IF
                  END-READ
               END-PERFORM

               CLOSE HISTORIAL-SALARIOS-FILE
            END-IF.

       18665-VERIFICAR-HIST-SALARIO.
            MOVE HSA-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    MOVE 5 TO WS-INT-CATEGORIA
                    MOVE HSA-ID-EMPLEADO TO WS-INT-CLAVE
                    MOVE SPACES TO WS-INT-DETALLE
                    STRING "PRIMER CAMBIO EFECTIVO EL "
                               DELIMITED BY SIZE
                           HSA-FECHA-EFECTIVA DELIMITED BY SIZE
                        INTO WS-INT-DETALLE
                    END-STRING
                    PERFORM 18690-ESCRIBIR-EXCEPCION
            END-READ.

      * LOS EMPLEADOS TERMINADOS YA NO SE PAGAN POR DEPARTAMENTO Y
      * NO SE REVISAN
       18670-REVISAR-DEPARTAMENTOS.
            MOVE "EMPLEADOS.DAT" TO WS-INT-ARCHIVO

            MOVE 'N' TO WS-EOF
            MOVE LOW-VALUES TO ID-EMPLEADO
            START EMPLEADO-MASTER-FILE
                KEY IS NOT LESS THAN ID-EMPLEADO
                INVALID KEY
                    MOVE 'S' TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 'S'
               READ EMPLEADO-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF
                  NOT AT END
                     IF EMP-ESTADO NOT = 'T' THEN
                        PERFORM 18675-VERIFICAR-DEPARTAMENTO
                     END-IF
               END-READ
            END-PERFORM.

       18675-VERIFICAR-DEPARTAMENTO.
            MOVE ID-EMPLEADO TO WS-INT-CLAVE
            MOVE SPACES TO WS-INT-DETALLE

            IF DEPARTAMENTO = SPACES THEN
               MOVE 10 TO WS-INT-CATEGORIA
               MOVE NOMBRE TO WS-INT-DETALLE
               PERFORM 18690-ESCRIBIR-EXCEPCION
            ELSE
               MOVE DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCAR
               PERFORM 9800-BUSCAR-DEPARTAMENTO

               IF WS-DEP-HALLADO = 'N' THEN
                  MOVE 9 TO WS-INT-CATEGORIA
                  STRING "DEPARTAMENTO " DELIMITED BY SIZE
                         DEPARTAMENTO DELIMITED BY SIZE
                         " - " DELIMITED BY SIZE
                         NOMBRE DELIMITED BY SIZE
                      INTO WS-INT-DETALLE
                  END-STRING
                  PERFORM 18690-ESCRIBIR-EXCEPCION
               END-IF
            END-IF.

      * EL HISTORICO ESTA ORDENADO POR PERIODO Y CEDULA; SE CUENTAN
      * LOS PAGOS PENDIENTES VIEJOS DE CADA PERIODO Y SE INFORMA UNA
      * LINEA POR PERIODO
       18680-REVISAR-PENDIENTES.
            MOVE "NOMINA_HISTORICO.DAT" TO WS-INT-ARCHIVO
            OPEN INPUT NOMINA-HISTORICO-FILE

            IF WS-FS-HISTORICO NOT = "00" THEN
               MOVE WS-FS-HISTORICO TO WS-INT-ESTADO
               PERFORM 18615-ARCHIVO-NO-LEIDO
            ELSE
               MOVE SPACES TO WS-INT-PERIODO-ACTUAL
               MOVE ZERO TO WS-INT-PENDIENTES
               MOVE 'N' TO WS-INT-EOF
               PERFORM UNTIL WS-INT-EOF = 'S'
                  READ NOMINA-HISTORICO-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-INT-EOF
                     NOT AT END
                        IF HIST-PERIODO NOT = WS-INT-PERIODO-ACTUAL
                           THEN
                           PERFORM 18685-INFORMAR-PENDIENTES
                           MOVE HIST-PERIODO TO WS-INT-PERIODO-ACTUAL
                        END-IF
                        PERFORM 18683-VERIFICAR-PENDIENTE
                  END-READ
               END-PERFORM

               PERFORM 18685-INFORMAR-PENDIENTES

               CLOSE NOMINA-HISTORICO-FILE
            END-IF.

       18683-VERIFICAR-PENDIENTE.
            IF HIST-ESTADO-PAGO = "PENDIENTE" AND
               HIST-FECHA IS NUMERIC
               THEN
               MOVE HIST-FECHA TO WS-INT-FECHA-NUM
               MOVE ZERO TO WS-INT-DIA-CIERRE

               IF WS-INT-FECHA-NUM > 16010100 THEN
                  COMPUTE WS-INT-DIA-CIERRE =
                          FUNCTION INTEGER-OF-DATE(WS-INT-FECHA-NUM)
               END-IF

               IF WS-INT-DIA-CIERRE > 0 AND
                  WS-INT-DIA-CIERRE NOT > WS-INT-DIA-LIMITE
                  THEN
                  IF WS-INT-PENDIENTES = 0 THEN
                     MOVE HIST-FECHA TO WS-INT-FECHA-PENDIENTE
                  END-IF
                  ADD 1 TO WS-INT-PENDIENTES
               END-IF
            END-IF.

       18685-INFORMAR-PENDIENTES.
            IF WS-INT-PENDIENTES > 0 THEN
               MOVE 11 TO WS-INT-CATEGORIA
               MOVE WS-INT-PERIODO-ACTUAL TO WS-INT-CLAVE
               MOVE WS-INT-PENDIENTES TO WS-INT-CANTIDAD-ED
               MOVE SPACES TO WS-INT-DETALLE
               STRING WS-INT-CANTIDAD-ED DELIMITED BY SIZE
                      " PAGOS EN PENDIENTE - CERRADO EL "
                          DELIMITED BY SIZE
                      WS-INT-FECHA-PENDIENTE DELIMITED BY SIZE
                   INTO WS-INT-DETALLE
               END-STRING
               PERFORM 18690-ESCRIBIR-EXCEPCION
            END-IF

            MOVE ZERO TO WS-INT-PENDIENTES.

       18690-ESCRIBIR-EXCEPCION.
            ADD 1 TO WS-CAT-INT-CONTADOR(WS-INT-CATEGORIA)

            IF WS-CAT-INT-GRAVEDAD(WS-INT-CATEGORIA) = 'E' THEN
               MOVE "ERROR" TO WS-LIN-GRAVEDAD
               ADD 1 TO WS-INT-ERRORES
               MOVE 8 TO WS-RC-PASO
            ELSE
               MOVE "AVISO" TO WS-LIN-GRAVEDAD
               ADD 1 TO WS-INT-AVISOS
               IF WS-RC-PASO < 4 THEN
                  MOVE 4 TO WS-RC-PASO
               END-IF
            END-IF

            MOVE WS-CAT-INT-NOMBRE(WS-INT-CATEGORIA) TO
                 WS-LIN-CATEGORIA
            MOVE WS-INT-ARCHIVO TO WS-LIN-ARCHIVO
            MOVE WS-INT-CLAVE TO WS-LIN-CLAVE
            MOVE WS-INT-DETALLE TO WS-LIN-DETALLE

            MOVE WS-LINEA-INTEGRIDAD TO INT-LINEA
            WRITE INT-LINEA.

       18695-RESUMEN-INTEGRIDAD.
            MOVE SPACES TO INT-LINEA
            WRITE INT-LINEA

            MOVE "RESUMEN POR CATEGORIA" TO INT-LINEA
            WRITE INT-LINEA

            PERFORM VARYING WS-INT-CATEGORIA FROM 1 BY 1
                    UNTIL WS-INT-CATEGORIA > WS-INT-CANTIDAD-CAT
                IF WS-CAT-INT-GRAVEDAD(WS-INT-CATEGORIA) = 'E' THEN
                   MOVE "ERROR" TO WS-LRI-GRAVEDAD
                ELSE
                   MOVE "AVISO" TO WS-LRI-GRAVEDAD
                END-IF
                MOVE WS-CAT-INT-NOMBRE(WS-INT-CATEGORIA) TO
                     WS-LRI-CATEGORIA
                MOVE WS-CAT-INT-CONTADOR(WS-INT-CATEGORIA) TO
                     WS-LRI-CANTIDAD
                MOVE WS-LINEA-RESUMEN-INTEGRIDAD TO INT-LINEA
                WRITE INT-LINEA
            END-PERFORM

            MOVE SPACES TO INT-LINEA
            WRITE INT-LINEA

            MOVE SPACES TO INT-LINEA
            STRING "TOTAL ERRORES: " DELIMITED BY SIZE
                   WS-INT-ERRORES DELIMITED BY SIZE
                   "  TOTAL AVISOS: " DELIMITED BY SIZE
                   WS-INT-AVISOS DELIMITED BY SIZE
                   "  RETORNO: " DELIMITED BY SIZE
                   WS-RC-PASO DELIMITED BY SIZE
                INTO INT-LINEA
            END-STRING
            WRITE INT-LINEA.

       0160-CARGAR-DEPARTAMENTOS.
            MOVE ZERO TO WS-CANTIDAD-DEPTOS

                 PERFORM 0550-PASO-CALCULO
            WHEN "LISTADO"
                 PERFORM 9100-GENERAR-LISTADO
      * LA EXPORTACION TOMA LOS NETOS DEL PERIODO DE LA TARJETA
      * PERIODO=, QUE DEBE ESTAR CERRADO
            WHEN "ACH"
                 IF WS-PARAM-PERIODO = SPACES THEN
                    MOVE 8 TO WS-RC-PASO
                    MOVE "PASO ACH SIN TARJETA PERIODO=" TO
                         WS-TEXTO-BITACORA
                    PERFORM 0580-ESCRIBIR-BITACORA
                 ELSE
                    MOVE WS-PARAM-PERIODO TO WS-PERIODO-PROCESO
                    PERFORM 13100-GENERAR-ACH
                 END-IF
            WHEN "CIERRE"
                 MOVE ZERO TO WS-NUM-QUINCENA
                 IF WS-PARAM-PERIODO(6:2) IS NUMERIC THEN
                      MOVE WS-PARAM-PERIODO TO WS-PERIODO-PROCESO
                      PERFORM 14050-EJECUTAR-CIERRE
                 END-EVALUATE
      * LA TARJETA PASO=SIMULACION CORRE EL CIERRE DEL PERIODO DE
      * LA TARJETA PERIODO= SIN GRABAR NADA; RETORNA 4 SI EL
      * REGISTRO PREVIO TRAE OBSERVACIONES
            WHEN "SIMULACION"
                 MOVE ZERO TO WS-NUM-QUINCENA
                 IF WS-PARAM-PERIODO(6:2) IS NUMERIC THEN
                    MOVE WS-PARAM-PERIODO(6:2) TO WS-NUM-QUINCENA
                 END-IF

                 IF WS-PARAM-PERIODO NOT = SPACES AND
                    WS-NUM-QUINCENA NOT > 24
                    THEN
                    MOVE WS-PARAM-PERIODO TO WS-PERIODO-PROCESO
                    PERFORM 14910-EJECUTAR-SIMULACION
                 ELSE
                    MOVE 8 TO WS-RC-PASO
                    MOVE
                    "PASO SIMULACION EXIGE PERIODO= DE 01 A 24"
                         TO WS-TEXTO-BITACORA
                    PERFORM 0580-ESCRIBIR-BITACORA
                 END-IF
      * LA TARJETA PASO=DECIMO PAGA LA PROVISION EN EL PERIODO DE
      * LA TARJETA PERIODO=, QUE DEBE SER MAYOR A 24
            WHEN "DECIMO"
                         TO WS-TEXTO-BITACORA
                    PERFORM 0580-ESCRIBIR-BITACORA
                 END-IF
      * LA TARJETA PASO=CONTABILIZA REGISTRA EL ASIENTO DEL PERIODO
      * DE LA TARJETA PERIODO=, QUE DEBE ESTAR CONCILIADO
            WHEN "CONTABILIZ"
                 IF WS-PARAM-PERIODO = SPACES THEN
                    MOVE 8 TO WS-RC-PASO
                    MOVE "PASO CONTABILIZA SIN TARJETA PERIODO=" TO
                         WS-TEXTO-BITACORA
                    PERFORM 0580-ESCRIBIR-BITACORA
                 ELSE
                    MOVE WS-PARAM-PERIODO TO WS-PERIODO-PROCESO
                    PERFORM 31300-CONTABILIZAR-PERIODO
                 END-IF
      * LA TARJETA PASO=PRESUPUESTO COMPARA EL PRESUPUESTO CON LO
      * PAGADO EN EL MES DEL PERIODO DE LA TARJETA PERIODO=; RETORNA
      * 4 SI ALGUN DEPARTAMENTO SUPERA LA TOLERANCIA O NO TIENE
      * PRESUPUESTO
            WHEN "PRESUPUEST"
                 MOVE ZERO TO WS-NUM-QUINCENA
                 IF WS-PARAM-PERIODO(6:2) IS NUMERIC THEN
                    MOVE WS-PARAM-PERIODO(6:2) TO WS-NUM-QUINCENA
                 END-IF

                 IF WS-PARAM-PERIODO(1:4) IS NUMERIC AND
                    WS-NUM-QUINCENA > 0 AND
                    WS-NUM-QUINCENA NOT > 24
                    THEN
                    MOVE WS-PARAM-PERIODO(1:4) TO WS-PRS-ANIO
                    COMPUTE WS-PRS-MES = (WS-NUM-QUINCENA + 1) / 2
                    PERFORM 36310-GENERAR-PRESUPUESTO-REAL

                    IF WS-RC-PASO = 4 THEN
                       MOVE SPACES TO WS-TEXTO-BITACORA
                       STRING "DEPTOS EXCEDIDOS: " DELIMITED BY SIZE
                              WS-PRS-EXCEDIDOS DELIMITED BY SIZE
                              " SIN PRESUPUESTO: " DELIMITED BY SIZE
                              WS-PRS-SIN-PRESUPUESTO
                                  DELIMITED BY SIZE
                           INTO WS-TEXTO-BITACORA
                       END-STRING
                       PERFORM 0580-ESCRIBIR-BITACORA
                    END-IF
                 ELSE
                    MOVE 8 TO WS-RC-PASO
                    MOVE
                    "PASO PRESUPUESTO EXIGE PERIODO= DE 01 A 24"
                         TO WS-TEXTO-BITACORA
                    PERFORM 0580-ESCRIBIR-BITACORA
                 END-IF
      * LA TARJETA PASO=INTEGRIDAD REVISA LOS ARCHIVOS SATELITE
      * CONTRA EL MAESTRO Y DEJA INTEGRIDAD_ARCHIVOS.TXT; RETORNA 4
      * SI SOLO HAY AVISOS Y 8 SI HAY ERRORES
            WHEN "INTEGRIDAD"
                 PERFORM 18610-EJECUTAR-INTEGRIDAD

                 IF WS-FS-INTEGRIDAD = "00" THEN
                    MOVE SPACES TO WS-TEXTO-BITACORA
                    STRING "INTEGRIDAD: ERRORES " DELIMITED BY SIZE
                           WS-INT-ERRORES DELIMITED BY SIZE
                           " AVISOS " DELIMITED BY SIZE
                           WS-INT-AVISOS DELIMITED BY SIZE
                        INTO WS-TEXTO-BITACORA
                    END-STRING
                 ELSE
                    MOVE "NO SE PUDO ABRIR INTEGRIDAD_ARCHIVOS.TXT"
                         TO WS-TEXTO-BITACORA
                 END-IF
                 PERFORM 0580-ESCRIBIR-BITACORA
            WHEN OTHER
                 MOVE 8 TO WS-RC-PASO
                 MOVE "PASO DESCONOCIDO EN LA TARJETA" TO
                      WS-TEXTO-BITACORA
                 PERFORM 0580-ESCRIBIR-BITACORA
            END-EVALUATE

            MOVE SPACES TO WS-TEXTO-BITACORA
            STRING "PASO " DELIMITED BY SIZE
                   WS-PASO-ACTUAL DELIMITED BY SIZE
                   " TERMINO CON RETORNO " DELIMITED BY SIZE
                   WS-RC-PASO DELIMITED BY SIZE
                INTO WS-TEXTO-BITACORA
            END-STRING
            PERFORM 0580-ESCRIBIR-BITACORA

                     MOVE ZERO TO WS-DEP-SEGURO(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-OTROS(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-NETO(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-PATRONAL(WS-INDICE-DEP)
                     MOVE ZERO TO WS-DEP-FONDO(WS-INDICE-DEP)
                 END-PERFORM

                 PERFORM 14390-ABRIR-APORTES

                 MOVE ZERO TO WS-CONTADOR-CALC
                 MOVE 'N' TO WS-EOF-HISTORICO
                 MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
                 END-PERFORM

                 CLOSE NOMINA-HISTORICO-FILE
                 PERFORM 14392-CERRAR-APORTES

                 IF WS-CONTADOR-CALC = 0 THEN
                      DISPLAY SPACE
                      MOVE WS-LINEA-DEPTO TO LD-LINEA
                      WRITE LD-LINEA

                      PERFORM 19200-COSTO-PATRONAL

                      CLOSE LISTADO-DEPTOS-FILE

                      DISPLAY SPACE
                (HIST-SALARIO-BRUTO - HIST-IMPUESTOS - HIST-SEGURO)
            ADD WS-OTROS-TRABAJO TO WS-DEP-OTROS(WS-INDICE-DEP)

            ADD HIST-NETO TO WS-DEP-NETO(WS-INDICE-DEP)

      * EL COSTO PATRONAL DE LA FILA, SI EL PERIODO SE CERRO CON
      * CALCULO DE APORTES
            IF WS-APORTES-ABIERTOS = 'S' THEN
               MOVE HIST-CLAVE TO APO-CLAVE
               READ APORTES-PATRONALES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD APO-PATRONAL TO
                           WS-DEP-PATRONAL(WS-INDICE-DEP)
                       ADD APO-FONDO-RESERVA TO
                           WS-DEP-FONDO(WS-INDICE-DEP)
               END-READ
            END-IF.

      * SEGUNDO BLOQUE DEL RESUMEN POR DEPARTAMENTO: LO QUE EL
      * EMPLEADOR PAGA ENCIMA DEL BRUTO Y EL COSTO TOTAL
       19200-COSTO-PATRONAL.
            MOVE SPACES TO LD-LINEA
            WRITE LD-LINEA

            MOVE SPACES TO LD-LINEA
            STRING "COSTO PATRONAL POR DEPARTAMENTO DEL PERIODO "
                       DELIMITED BY SIZE
                   WS-PERIODO-PROCESO DELIMITED BY SIZE
                INTO LD-LINEA
            END-STRING
            WRITE LD-LINEA

            MOVE WS-LINEA-ENCAB-PATRONAL TO LD-LINEA
            WRITE LD-LINEA

            MOVE ZERO TO WS-TOTAL-BRUTO
            MOVE ZERO TO WS-TOTAL-PATRONAL
            MOVE ZERO TO WS-TOTAL-FONDO
            MOVE ZERO TO WS-CONTADOR-CALC

            PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                    UNTIL WS-INDICE-DEP > WS-CANTIDAD-DEPTOS + 1

                IF WS-DEP-EMPLEADOS(WS-INDICE-DEP) > 0
                   PERFORM 19210-LINEA-COSTO-PATRONAL
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-LINEA-PATRONAL
            MOVE "TOTAL GENERAL" TO WS-LP-DESCRIPCION
            MOVE WS-CONTADOR-CALC TO WS-LP-EMPLEADOS
            MOVE WS-TOTAL-BRUTO TO WS-LP-BRUTO
            MOVE WS-TOTAL-PATRONAL TO WS-LP-PATRONAL
            MOVE WS-TOTAL-FONDO TO WS-LP-FONDO
            COMPUTE WS-LP-COSTO =
                WS-TOTAL-PATRONAL + WS-TOTAL-FONDO
            COMPUTE WS-LP-TOTAL =
                WS-TOTAL-BRUTO + WS-TOTAL-PATRONAL + WS-TOTAL-FONDO

            MOVE WS-LINEA-PATRONAL TO LD-LINEA
            WRITE LD-LINEA.

       19210-LINEA-COSTO-PATRONAL.
            MOVE WS-DEP-CODIGO(WS-INDICE-DEP) TO WS-LP-CODIGO
            MOVE WS-DEP-DESCRIPCION(WS-INDICE-DEP) TO
                 WS-LP-DESCRIPCION
            MOVE WS-DEP-EMPLEADOS(WS-INDICE-DEP) TO WS-LP-EMPLEADOS
            MOVE WS-DEP-BRUTO(WS-INDICE-DEP) TO WS-LP-BRUTO
            MOVE WS-DEP-PATRONAL(WS-INDICE-DEP) TO WS-LP-PATRONAL
            MOVE WS-DEP-FONDO(WS-INDICE-DEP) TO WS-LP-FONDO
            COMPUTE WS-LP-COSTO =
                WS-DEP-PATRONAL(WS-INDICE-DEP) +
                WS-DEP-FONDO(WS-INDICE-DEP)
            COMPUTE WS-LP-TOTAL =
                WS-DEP-BRUTO(WS-INDICE-DEP) +
                WS-DEP-PATRONAL(WS-INDICE-DEP) +
                WS-DEP-FONDO(WS-INDICE-DEP)

            MOVE WS-LINEA-PATRONAL TO LD-LINEA
            WRITE LD-LINEA

            ADD WS-DEP-EMPLEADOS(WS-INDICE-DEP) TO WS-CONTADOR-CALC
            ADD WS-DEP-BRUTO(WS-INDICE-DEP) TO WS-TOTAL-BRUTO
            ADD WS-DEP-PATRONAL(WS-INDICE-DEP) TO WS-TOTAL-PATRONAL
            ADD WS-DEP-FONDO(WS-INDICE-DEP) TO WS-TOTAL-FONDO.

       20000-REPORTE-SOCIOECONOMICO.
            DISPLAY "REPORTE SOCIOECONOMICO".
                         MOVE OPE-ID TO WS-AUD-REFERENCIA
                         MOVE "OPERADOR NUEVO" TO WS-AUD-ACCION
                         PERFORM 9650-AUDITORIA-SEGURIDAD
                         PERFORM 37500-CAMBIOS-OPERADOR-NUEVO
                         DISPLAY SPACE
                         DISPLAY "OPERADOR CREADO"
                         DISPLAY SPACE
                              DISPLAY SPACE
                         ELSE
                              DISPLAY "ESTADO ACTUAL : " OPE-ACTIVO
                              MOVE OPE-ACTIVO TO WS-CMB-ANTES
                              DISPLAY
                              "NUEVO ESTADO (S=ACTIVO, N=INACTIVO):"
                              ACCEPT OPE-ACTIVO
                                 MOVE "CAMBIO ESTADO" TO
                                      WS-AUD-ACCION
                                 PERFORM 9650-AUDITORIA-SEGURIDAD
                                 MOVE "OPE-ACTIVO" TO WS-CMB-CAMPO
                                 MOVE OPE-ACTIVO TO WS-CMB-DESPUES
                                 PERFORM 37510-CAMBIO-OPERADOR
                                 DISPLAY SPACE
                                 DISPLAY "ESTADO ACTUALIZADO"
                                 DISPLAY SPACE
                         MOVE "CAMBIO DE CLAVE" TO WS-AUD-ACCION
                         PERFORM 9650-AUDITORIA-SEGURIDAD

                         MOVE "OPE-CLAVE" TO WS-CMB-CAMPO
                         MOVE "**********" TO WS-CMB-ANTES
                         MOVE "CAMBIADA" TO WS-CMB-DESPUES
                         PERFORM 37510-CAMBIO-OPERADOR

                         DISPLAY SPACE
                         DISPLAY "CLAVE ACTUALIZADA"
                         DISPLAY SPACE
                         IF WS-ESTADO-NUEVO = 'A' OR
                            WS-ESTADO-NUEVO = 'S'
                            THEN
                            MOVE RECORD-EMPLEADO TO WS-CMB-EMPLEADO
                            MOVE WS-ESTADO-NUEVO TO EMP-ESTADO
                            REWRITE RECORD-EMPLEADO
                            MOVE "CAMBIO EST EMPL" TO WS-AUD-ACCION
                            PERFORM 9600-REGISTRAR-AUDITORIA
                            MOVE "ESTADO" TO WS-CMB-ORIGEN
                            PERFORM 37200-CAMBIOS-EMPLEADO
                            DISPLAY SPACE
                            DISPLAY "ESTADO ACTUALIZADO"
                            DISPLAY SPACE

            PERFORM 14200-PEDIR-PERIODO

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
                 MOVE "LIQUIDACION" TO WS-CAL-PASO
                 PERFORM 31120-VALIDAR-PASO-CALENDARIO

                 IF WS-CAL-PERMITIDO = 'N' THEN
                      MOVE SPACES TO WS-PERIODO-PROCESO
                 END-IF
            END-IF

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
                 MOVE 'N' TO WS-BANDERA

      * MISMO ESQUEMA DEL CIERRE PERO PARA UN SOLO EMPLEADO: EL
      * BRUTO SE PRORRATEA POR LOS DIAS TRABAJADOS Y SE LE SUMAN
      * LAS NOVEDADES PENDIENTES DEL PERIODO; EL RESULTADO ENTRA
      * AL HISTORICO COMO UN PAGO PENDIENTE NORMAL. EL DIARIO DEL
      * CIERRE GUARDA LO QUE LA LIQUIDACION MOVIO PARA QUE LA
      * ANULACION DEL PERIODO LA PUEDA DESHACER
       23300-LIQUIDACION-FINAL.
            PERFORM 14160-ABRIR-VACACIONES
            PERFORM 14600-CARGAR-CONCEPTOS
            PERFORM 14400-CARGAR-NOVEDADES
            PERFORM 14380-ABRIR-MOVIMIENTOS
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                    MOVE ZERO TO WS-NETO-TRABAJO
                 END-IF

                 PERFORM 14370-INICIAR-MOVIMIENTO
                 MOVE 'S' TO MOV-LIQUIDACION
                 MOVE EMP-ESTADO TO MOV-EMP-ESTADO-ANT
                 MOVE FECHA-SALIDA TO MOV-FECHA-SALIDA-ANT

                 PERFORM 23350-DESCONTAR-PRESTAMO-FINAL
                 PERFORM 23370-PAGAR-DECIMO-FINAL

                 MOVE RECORD-EMPLEADO TO WS-CMB-EMPLEADO

                 MOVE WS-IMPUESTO-CALCULADO TO DEDUCCION-IMPUESTOS
                 MOVE WS-SEGURO-CALCULADO TO DEDUCCION-SEGURO
                 MOVE WS-NETO-TRABAJO TO SALARIO-NETO
                         REWRITE REGISTRO-HISTORICO
                 END-WRITE

                 PERFORM 14375-GRABAR-MOVIMIENTO

                 PERFORM 14390-ABRIR-APORTES
                 PERFORM 14395-GRABAR-APORTE
                 PERFORM 14392-CERRAR-APORTES

                 CLOSE NOMINA-HISTORICO-FILE

                 MOVE "TERMINACION" TO WS-AUD-ACCION
                 PERFORM 9600-REGISTRAR-AUDITORIA

                 MOVE "ESTADO" TO WS-CMB-ORIGEN
                 PERFORM 37200-CAMBIOS-EMPLEADO

                 DISPLAY SPACE
                 DISPLAY "LIQUIDACION FINAL DEL PERIODO "
                      WS-PERIODO-PROCESO
                 DISPLAY SPACE
            END-IF

            PERFORM 14385-CERRAR-MOVIMIENTOS
            PERFORM 14190-CERRAR-HIST-SALARIOS
            PERFORM 14170-CERRAR-VACACIONES.

                       CONTINUE
                   NOT INVALID KEY
                       IF PRE-SALDO > ZERO THEN
                          MOVE REGISTRO-PRESTAMO TO WS-CMB-PRESTAMO

                          IF PRE-SALDO > WS-NETO-TRABAJO THEN
                             MOVE WS-NETO-TRABAJO TO
                                  WS-CUOTA-APLICADA
                             MOVE PRE-SALDO TO WS-CUOTA-APLICADA
                          END-IF

                          MOVE 'S' TO MOV-PRE-APLICADO
                          MOVE WS-CUOTA-APLICADA TO
                               MOV-CUOTA-PRESTAMO
                          MOVE PRE-ULTIMO-PERIODO TO
                               MOV-PRE-PERIODO-ANT
                          MOVE PRE-ULTIMA-CUOTA TO MOV-PRE-CUOTA-ANT

                          SUBTRACT WS-CUOTA-APLICADA FROM PRE-SALDO
                          SUBTRACT WS-CUOTA-APLICADA FROM
                              WS-NETO-TRABAJO
                               PRE-ULTIMA-CUOTA
                          REWRITE REGISTRO-PRESTAMO

                          MOVE "ESTADO" TO WS-CMB-ORIGEN
                          PERFORM 37300-CAMBIOS-PRESTAMO

                          DISPLAY "DESCUENTO FINAL DE PRESTAMO : "
                               WS-CUOTA-APLICADA

                          DISPLAY "DECIMO PAGADO EN LA "
                               "LIQUIDACION : " DEC-ACUMULADO

                          MOVE 'S' TO MOV-DEC-APLICADO
                          MOVE DEC-ACUMULADO TO MOV-DECIMO
                          MOVE DEC-ULTIMO-PERIODO TO
                               MOV-DEC-PERIODO-ANT

                          MOVE ZERO TO DEC-ACUMULADO
                          MOVE WS-PERIODO-PROCESO TO
                               DEC-ULTIMO-PERIODO
            IF WS-PRESTAMOS-ABIERTOS = 'S' THEN
                 MOVE ID-EMPLEADO TO PRE-ID-EMPLEADO

      * SIN PRESTAMO ANTERIOR LA IMAGEN PREVIA QUEDA EN CERO
                 MOVE SPACES TO WS-CMB-PRESTAMO
                 MOVE ZERO TO WS-CMB-ANT-PRE-MONTO
                 MOVE ZERO TO WS-CMB-ANT-PRE-CUOTA
                 MOVE ZERO TO WS-CMB-ANT-PRE-SALDO
                 MOVE ZERO TO WS-CMB-ANT-PRE-ULT-CUOTA

                 MOVE 'N' TO WS-BANDERA
                 READ PRESTAMOS-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE REGISTRO-PRESTAMO TO WS-CMB-PRESTAMO
                         IF PRE-SALDO > ZERO THEN
                            MOVE 'S' TO WS-BANDERA
                         END-IF
            MOVE "PRESTAMO NUEVO" TO WS-AUD-ACCION
            PERFORM 9600-REGISTRAR-AUDITORIA

            MOVE "PRESTAMOS" TO WS-CMB-ORIGEN
            PERFORM 37300-CAMBIOS-PRESTAMO

            DISPLAY SPACE
            DISPLAY "PRESTAMO REGISTRADO, SALDO : " PRE-SALDO
            DISPLAY SPACE.
                 MOVE APR-GENERADOR TO WS-APR-GENERADOR
                 MOVE APR-ESTADO TO WS-APR-ESTADO
                 MOVE APR-APROBADOR TO WS-APR-APROBADOR
                 MOVE APR-PERIODO TO WS-APR-PERIODO

                 IF APR-CONTADOR IS NUMERIC AND
                    APR-SUM-NETO IS NUMERIC
       26100-VALIDAR-APROBACION.
            MOVE 'N' TO WS-APROBACION-OK

            EVALUATE TRUE
            WHEN WS-APR-ESTADO = "APROBADO"
                 DISPLAY SPACE
                 DISPLAY "EL LOTE YA FUE APROBADO POR "
                      WS-APR-APROBADOR
                 DISPLAY SPACE
            WHEN WS-APR-ESTADO = "ANULADO"
                 DISPLAY SPACE
                 DISPLAY "EL LOTE QUEDO ANULADO POR LA ANULACION "
                      "DEL CIERRE, REGENERE LA EXPORTACION"
                 DISPLAY SPACE
      * UN LOTE SIN PERIODO VIENE DE ANTES DEL CALENDARIO Y NO SE
      * PUEDE SEGUIR SU SECUENCIA
            WHEN WS-APR-PERIODO = SPACES
                 DISPLAY SPACE
                 DISPLAY "EL LOTE NO INDICA SU PERIODO, "
                      "REGENERE LA EXPORTACION"
                 DISPLAY SPACE
            WHEN OTHER
                 IF WS-APR-GENERADOR = WS-OPERADOR-ID THEN
                      DISPLAY SPACE
                      DISPLAY
                           PERFORM 26200-CUADRAR-LOTE
                      END-IF
                 END-IF
            END-EVALUATE

            IF WS-APROBACION-OK = 'S' THEN
                 MOVE WS-APR-PERIODO TO WS-PERIODO-PROCESO
                 MOVE "APROBACION" TO WS-CAL-PASO
                 PERFORM 31120-VALIDAR-PASO-CALENDARIO

                 IF WS-CAL-PERMITIDO = 'N' THEN
                      MOVE 'N' TO WS-APROBACION-OK
                 END-IF
            END-IF.

       26150-VERIFICAR-SUPERVISOR.
            DISPLAY SPACE
            DISPLAY "LOTE GENERADO EL " WS-APR-FECHA " POR "
                 WS-APR-GENERADOR
            DISPLAY "PERIODO : " WS-APR-PERIODO
            DISPLAY "EMPLEADOS : " WS-APR-CONTADOR
            DISPLAY "SUMA DE NETOS : " WS-APR-SUM-NETO
            DISPLAY "DESEA APROBAR EL LOTE ? : SI o NO "
                      MOVE WS-APR-SUM-NETO TO APR-SUM-NETO
                      MOVE "APROBADO" TO APR-ESTADO
                      MOVE WS-OPERADOR-ID TO APR-APROBADOR
                      MOVE WS-APR-PERIODO TO APR-PERIODO

                      WRITE APR-REGISTRO

                      MOVE "APROBACION ACH" TO WS-AUD-ACCION
                      PERFORM 9650-AUDITORIA-SEGURIDAD

                      MOVE "APROBADO" TO WS-CAL-ESTADO-NUEVO
                      PERFORM 31140-AVANZAR-CALENDARIO

                      PERFORM 26400-LIQUIDAR-TERMINADOS-ENVIADOS

                      DISPLAY SPACE
            END-IF.

       29140-PEDIR-CUENTAS.
            MOVE ID-EMPLEADO TO CTA-ID-EMPLEADO

      * LAS CUENTAS VIGENTES SE GUARDAN PARA LA BITACORA DE CAMBIOS
            READ CUENTAS-BANCO-FILE
                INVALID KEY
                    MOVE SPACES TO WS-CMB-CUENTAS
                    MOVE "0" TO WS-CMB-ANT-CTA-CANTIDAD
                NOT INVALID KEY
                    MOVE REGISTRO-CUENTAS TO WS-CMB-CUENTAS
            END-READ

            MOVE SPACES TO REGISTRO-CUENTAS
            MOVE ID-EMPLEADO TO CTA-ID-EMPLEADO

                 MOVE "CUENTAS BANCO" TO WS-AUD-ACCION
                 PERFORM 9600-REGISTRAR-AUDITORIA

                 PERFORM 37400-CAMBIOS-CUENTAS

                 DISPLAY SPACE
                 DISPLAY "CUENTAS REGISTRADAS : " CTA-CANTIDAD
                 DISPLAY SPACE
               END-IF
            END-IF.

      * ANULACION DE UN CIERRE: DEVUELVE PRESTAMOS, VACACIONES,
      * DECIMO Y RETROACTIVOS A COMO ESTABAN ANTES DEL CIERRE,
      * BORRA EL HISTORICO DEL PERIODO Y DEJA EN ASIENTO_NOMINA.TXT
      * EL ASIENTO CONTRARIO; SOLO EL ULTIMO PERIODO CERRADO Y
      * MIENTRAS NO HAYA SALIDO AL BANCO
       30000-ANULAR-CIERRE.
            DISPLAY "ANULACION DE CIERRE DE PERIODO".

            PERFORM 14200-PEDIR-PERIODO

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
                 MOVE "ANULACION" TO WS-CAL-PASO
                 PERFORM 31120-VALIDAR-PASO-CALENDARIO
            END-IF

            IF WS-PERIODO-PROCESO NOT = SPACES AND
               WS-CAL-PERMITIDO = 'S'
               THEN
                 PERFORM 30100-VALIDAR-ANULACION

                 IF WS-ANULACION-OK = 'S' THEN
                      DISPLAY SPACE
                      DISPLAY "PERIODO : " WS-PERIODO-PROCESO
                           " CERRADO EL " WS-ANU-FECHA-CIERRE
                      DISPLAY "REGISTROS EN EL HISTORICO : "
                           WS-ANU-FILAS
                      DISPLAY
                      "SE DEVOLVERAN LOS SALDOS Y SE BORRARA EL "
                      "HISTORICO DEL PERIODO"
                      DISPLAY
                      "DESEA ANULAR EL CIERRE ? : SI o NO "
                      ACCEPT WS-SI-NO

                      IF WS-SI-NO = 'SI' THEN
                           PERFORM 30200-EJECUTAR-ANULACION
                      ELSE
                           DISPLAY SPACE
                           DISPLAY "ANULACION CANCELADA"
                           DISPLAY SPACE
                      END-IF
                 END-IF
            END-IF

            PERFORM 1000-MENU-PROGRAMA.

      * UN PERIODO SE PUEDE ANULAR SI TIENE HISTORICO, SI NO HAY
      * NINGUN PERIODO CERRADO DESPUES, SI TODOS SUS PAGOS SIGUEN
      * PENDIENTES (LA CONCILIACION NO LO HA TOCADO), SI NINGUN
      * LOTE ACH SE APROBO DESDE SU CIERRE Y SI TODA LIQUIDACION
      * FINAL DEL PERIODO QUEDO EN EL DIARIO DEL CIERRE
       30100-VALIDAR-ANULACION.
            MOVE 'N' TO WS-ANULACION-OK
            MOVE ZERO TO WS-ANU-FILAS
            MOVE ZERO TO WS-ANU-LIQ-SIN-DIARIO
            MOVE ZERO TO WS-ANU-ENVIADAS
            MOVE 'N' TO WS-ANU-POSTERIOR
            MOVE SPACES TO WS-ANU-PERIODO-POSTERIOR
            MOVE HIGH-VALUES TO WS-ANU-FECHA-CIERRE
            MOVE 'N' TO WS-ANU-LOTE-APROBADO

            MOVE ZERO TO WS-NUM-QUINCENA
            MOVE WS-PERIODO-PROCESO(6:2) TO WS-NUM-QUINCENA

            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
            ELSE
                 PERFORM 14380-ABRIR-MOVIMIENTOS

                 MOVE 'N' TO WS-EOF-HISTORICO
                 MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
                 MOVE LOW-VALUES TO HIST-ID-EMPLEADO

                 START NOMINA-HISTORICO-FILE
                     KEY IS NOT LESS THAN HIST-CLAVE
                     INVALID KEY
                         MOVE 'S' TO WS-EOF-HISTORICO
                 END-START

                 PERFORM UNTIL WS-EOF-HISTORICO = 'S'
                    READ NOMINA-HISTORICO-FILE NEXT RECORD
                       AT END
                          MOVE 'S' TO WS-EOF-HISTORICO
                       NOT AT END
                          IF HIST-PERIODO NOT = WS-PERIODO-PROCESO
                             MOVE 'S' TO WS-EOF-HISTORICO
                          ELSE
                             ADD 1 TO WS-ANU-FILAS
                             IF HIST-ESTADO-PAGO NOT = "PENDIENTE"
                                ADD 1 TO WS-ANU-ENVIADAS
                             END-IF
                             IF HIST-FECHA < WS-ANU-FECHA-CIERRE
                                MOVE HIST-FECHA TO
                                     WS-ANU-FECHA-CIERRE
                             END-IF
                             PERFORM 30120-VERIFICAR-LIQUIDACION
                          END-IF
                    END-READ
                 END-PERFORM

                 PERFORM 14385-CERRAR-MOVIMIENTOS

      * CUALQUIER CLAVE MAYOR AL ULTIMO EMPLEADO DEL PERIODO ES DE
      * UN PERIODO POSTERIOR
                 MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
                 MOVE HIGH-VALUES TO HIST-ID-EMPLEADO

                 START NOMINA-HISTORICO-FILE
                     KEY IS GREATER THAN HIST-CLAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         READ NOMINA-HISTORICO-FILE NEXT RECORD
                            AT END
                               CONTINUE
                            NOT AT END
                               MOVE 'S' TO WS-ANU-POSTERIOR
                               MOVE HIST-PERIODO TO
                                    WS-ANU-PERIODO-POSTERIOR
                         END-READ
                 END-START

                 CLOSE NOMINA-HISTORICO-FILE

                 EVALUATE TRUE
                 WHEN WS-ANU-FILAS = 0
                      DISPLAY SPACE
                      DISPLAY "EL PERIODO " WS-PERIODO-PROCESO
                           " NO TIENE CIERRE EN EL HISTORICO"
                      DISPLAY SPACE
                 WHEN WS-ANU-POSTERIOR = 'S'
                      DISPLAY SPACE
                      DISPLAY "SOLO SE PUEDE ANULAR EL ULTIMO "
                           "PERIODO CERRADO; EXISTE EL PERIODO "
                           WS-ANU-PERIODO-POSTERIOR
                      DISPLAY SPACE
                 WHEN WS-ANU-ENVIADAS > 0
                      DISPLAY SPACE
                      DISPLAY "EL PERIODO YA FUE ENVIADO AL BANCO: "
                           WS-ANU-ENVIADAS " PAGOS CONCILIADOS"
                      DISPLAY "NO SE PUEDE ANULAR EL CIERRE"
                      DISPLAY SPACE
                 WHEN WS-ANU-LIQ-SIN-DIARIO > 0
                      DISPLAY SPACE
                      DISPLAY "EL PERIODO TIENE "
                           WS-ANU-LIQ-SIN-DIARIO
                           " LIQUIDACIONES FINALES SIN DIARIO"
                      DISPLAY "NO SE PUEDE ANULAR EL CIERRE"
                      DISPLAY SPACE
                 WHEN OTHER
                      PERFORM 30110-VERIFICAR-LOTE-ACH

                      IF WS-ANU-LOTE-APROBADO = 'S' THEN
                           DISPLAY SPACE
                           DISPLAY "EL LOTE ACH DEL " APR-FECHA
                                " YA FUE APROBADO POR "
                                APR-APROBADOR
                           DISPLAY "EL PERIODO YA SALIO AL BANCO, "
                                "NO SE PUEDE ANULAR EL CIERRE"
                           DISPLAY SPACE
                      ELSE
                           MOVE 'S' TO WS-ANULACION-OK
                      END-IF
                 END-EVALUATE
            END-IF.

      * EL CIERRE NO PAGA A LOS TERMINADOS: UNA FILA DE UN EMPLEADO
      * TERMINADO ES SU LIQUIDACION FINAL, Y SIN SU FILA EN EL DIARIO
      * NO SE SABE QUE ESTADO, PRESTAMO Y DECIMO DEVOLVERLE
       30120-VERIFICAR-LIQUIDACION.
            MOVE HIST-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EMP-ESTADO = 'T' THEN
                       MOVE 'N' TO WS-MOV-HALLADO
                       MOVE HIST-PERIODO TO MOV-PERIODO
                       MOVE HIST-ID-EMPLEADO TO MOV-ID-EMPLEADO

                       IF WS-MOVIMIENTOS-ABIERTOS = 'S' THEN
                          READ MOVIMIENTOS-CIERRE-FILE
                              INVALID KEY
                                  CONTINUE
                              NOT INVALID KEY
                                  IF MOV-LIQUIDACION = 'S' THEN
                                     MOVE 'S' TO WS-MOV-HALLADO
                                  END-IF
                          END-READ
                       END-IF

                       IF WS-MOV-HALLADO = 'N' THEN
                          ADD 1 TO WS-ANU-LIQ-SIN-DIARIO
                       END-IF
                    END-IF
            END-READ.

      * UN LOTE APROBADO CON FECHA IGUAL O POSTERIOR AL CIERRE YA
      * LLEVO LOS NETOS DEL PERIODO AL BANCO
       30110-VERIFICAR-LOTE-ACH.
            OPEN INPUT ACH-PENDIENTE-FILE

            IF WS-FS-ACH-PENDIENTE = "00" THEN
               MOVE SPACES TO APR-REGISTRO
               READ ACH-PENDIENTE-FILE
                  AT END
                     CONTINUE
               END-READ

               IF APR-ESTADO = "APROBADO" AND
                  APR-FECHA NOT < WS-ANU-FECHA-CIERRE
                  THEN
                  MOVE 'S' TO WS-ANU-LOTE-APROBADO
               END-IF

               CLOSE ACH-PENDIENTE-FILE
            END-IF.

      * EL ASIENTO DE REVERSO SE ARMA PRIMERO, MIENTRAS EL HISTORICO
      * DEL PERIODO TODAVIA EXISTE; SI NO CUADRA NO SE TOCA NADA
       30200-EJECUTAR-ANULACION.
            OPEN OUTPUT ANULACION-FILE

            IF WS-FS-ANULACION NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR ANULACION_CIERRE.TXT, "
                      "ANULACION CANCELADA"
                 DISPLAY SPACE
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO
                 MOVE ZERO TO WS-RC-PASO

                 MOVE 'S' TO WS-ASIENTO-REVERSO
                 PERFORM 14800-ASIENTO-CONTABLE
                 MOVE 'N' TO WS-ASIENTO-REVERSO

                 IF WS-RC-PASO = 8 THEN
                      CLOSE ANULACION-FILE
                      DISPLAY SPACE
                      DISPLAY "SIN ASIENTO DE REVERSO NO SE ANULA "
                           "EL CIERRE"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 30210-ANULAR-PERIODO
                 END-IF
            END-IF.

       30210-ANULAR-PERIODO.
            MOVE ZERO TO WS-ANU-EMPLEADOS
            MOVE ZERO TO WS-ANU-ESTIMADOS
            MOVE ZERO TO WS-ANU-PRESTAMOS
            MOVE ZERO TO WS-ANU-VACACIONES
            MOVE ZERO TO WS-ANU-DECIMOS
            MOVE ZERO TO WS-ANU-RETROS
            MOVE ZERO TO WS-ANU-SUM-NETO

            MOVE SPACES TO ANU-LINEA
            STRING "ANULACION DEL CIERRE DEL PERIODO "
                       DELIMITED BY SIZE
                   WS-PERIODO-PROCESO DELIMITED BY SIZE
                   " - FECHA " DELIMITED BY SIZE
                   WS-FECHA-PROCESO DELIMITED BY SIZE
                   " - OPERADOR " DELIMITED BY SIZE
                   WS-OPERADOR-ID DELIMITED BY SIZE
                INTO ANU-LINEA
            END-STRING
            WRITE ANU-LINEA

            MOVE SPACES TO ANU-LINEA
            WRITE ANU-LINEA

            MOVE WS-LINEA-ENCAB-ANULACION TO ANU-LINEA
            WRITE ANU-LINEA

            PERFORM 14100-ABRIR-HISTORICO
            PERFORM 14150-ABRIR-PRESTAMOS
            PERFORM 14160-ABRIR-VACACIONES
            PERFORM 14180-ABRIR-HIST-SALARIOS
            PERFORM 14185-ABRIR-DECIMO
            PERFORM 14380-ABRIR-MOVIMIENTOS
            PERFORM 14390-ABRIR-APORTES

            MOVE 'N' TO WS-EOF-HISTORICO
            MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
            MOVE LOW-VALUES TO HIST-ID-EMPLEADO

            START NOMINA-HISTORICO-FILE
                KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-START

            PERFORM UNTIL WS-EOF-HISTORICO = 'S'
               READ NOMINA-HISTORICO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-HISTORICO
                  NOT AT END
                     IF HIST-PERIODO NOT = WS-PERIODO-PROCESO
                        MOVE 'S' TO WS-EOF-HISTORICO
                     ELSE
                        PERFORM 30300-ANULAR-EMPLEADO
                     END-IF
               END-READ
            END-PERFORM

            CLOSE NOMINA-HISTORICO-FILE

            IF WS-PRESTAMOS-ABIERTOS = 'S' THEN
               CLOSE PRESTAMOS-FILE
               MOVE 'N' TO WS-PRESTAMOS-ABIERTOS
            END-IF

            PERFORM 14170-CERRAR-VACACIONES
            PERFORM 14190-CERRAR-HIST-SALARIOS
            PERFORM 14187-CERRAR-DECIMO
            PERFORM 14385-CERRAR-MOVIMIENTOS
            PERFORM 14392-CERRAR-APORTES

            MOVE SPACES TO ANU-LINEA
            WRITE ANU-LINEA

            MOVE SPACES TO ANU-LINEA
            STRING "EMPLEADOS ANULADOS : " DELIMITED BY SIZE
                   WS-ANU-EMPLEADOS DELIMITED BY SIZE
                   "   ESTIMADOS SIN DIARIO : " DELIMITED BY SIZE
                   WS-ANU-ESTIMADOS DELIMITED BY SIZE
                INTO ANU-LINEA
            END-STRING
            WRITE ANU-LINEA

            MOVE SPACES TO ANU-LINEA
            STRING "PRESTAMOS : " DELIMITED BY SIZE
                   WS-ANU-PRESTAMOS DELIMITED BY SIZE
                   "   VACACIONES : " DELIMITED BY SIZE
                   WS-ANU-VACACIONES DELIMITED BY SIZE
                   "   DECIMOS : " DELIMITED BY SIZE
                   WS-ANU-DECIMOS DELIMITED BY SIZE
                   "   RETROACTIVOS : " DELIMITED BY SIZE
                   WS-ANU-RETROS DELIMITED BY SIZE
                INTO ANU-LINEA
            END-STRING
            WRITE ANU-LINEA

            MOVE SPACES TO ANU-LINEA
            MOVE WS-ANU-SUM-NETO TO WS-ANU-SUM-NETO-ED
            STRING "TOTAL NETO ANULADO : " DELIMITED BY SIZE
                   WS-ANU-SUM-NETO-ED DELIMITED BY SIZE
                INTO ANU-LINEA
            END-STRING
            WRITE ANU-LINEA

            CLOSE ANULACION-FILE

            PERFORM 30400-ANULAR-LOTE-PENDIENTE

            MOVE WS-PERIODO-PROCESO TO WS-AUD-REFERENCIA
            MOVE "ANULAR CIERRE" TO WS-AUD-ACCION
            PERFORM 9650-AUDITORIA-SEGURIDAD

            MOVE "ABIERTO" TO WS-CAL-ESTADO-NUEVO
            PERFORM 31140-AVANZAR-CALENDARIO

            DISPLAY SPACE
            DISPLAY "CIERRE DEL PERIODO " WS-PERIODO-PROCESO
                 " ANULADO"
            DISPLAY "EMPLEADOS : " WS-ANU-EMPLEADOS
                 "   ESTIMADOS SIN DIARIO : " WS-ANU-ESTIMADOS
            DISPLAY "DETALLE EN ANULACION_CIERRE.TXT, REVERSO EN "
                 "ASIENTO_NOMINA.TXT"
            DISPLAY SPACE.

      * CADA FILA DEL HISTORICO SE DEVUELVE CON SU DIARIO; LOS
      * CIERRES HECHOS ANTES DE EXISTIR EL DIARIO SE DEVUELVEN CON
      * LO QUE SE PUEDE DEDUCIR DE LOS LIBROS Y SE MARCAN ESTIMADOS.
      * CADA LIBRO SOLO SE TOCA SI SU ULTIMO PERIODO ES EL ANULADO
       30300-ANULAR-EMPLEADO.
            ADD 1 TO WS-ANU-EMPLEADOS
            ADD HIST-NETO TO WS-ANU-SUM-NETO
            MOVE ZERO TO WS-ANU-RETRO-EMPLEADO

            MOVE SPACES TO WS-LINEA-ANULACION
            MOVE HIST-ID-EMPLEADO TO WS-LAN-CEDULA
            MOVE HIST-NOMBRE TO WS-LAN-NOMBRE
            MOVE HIST-NETO TO WS-LAN-NETO
            MOVE ZERO TO WS-LAN-CUOTA
            MOVE ZERO TO WS-LAN-DIAS
            MOVE ZERO TO WS-LAN-DECIMO

            PERFORM 30310-LEER-MOVIMIENTO
            PERFORM 30320-DEVOLVER-PRESTAMO
            PERFORM 30330-DEVOLVER-VACACIONES
            PERFORM 30340-DEVOLVER-DECIMO
            PERFORM 30350-DEVOLVER-RETROS
            PERFORM 30360-LIMPIAR-MAESTRO

            MOVE WS-ANU-RETRO-EMPLEADO TO WS-LAN-RETRO

            IF WS-MOV-HALLADO = 'N' THEN
               MOVE "ESTIMADO" TO WS-LAN-OBSERVACION
            END-IF

            MOVE WS-LINEA-ANULACION TO ANU-LINEA
            WRITE ANU-LINEA

            DELETE NOMINA-HISTORICO-FILE RECORD
                INVALID KEY
                    DISPLAY "NO SE PUDO BORRAR EL HISTORICO DE "
                         HIST-ID-EMPLEADO
            END-DELETE

            IF WS-MOV-HALLADO = 'S' THEN
               DELETE MOVIMIENTOS-CIERRE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
            END-IF

            IF WS-APORTES-ABIERTOS = 'S' THEN
               MOVE HIST-CLAVE TO APO-CLAVE
               DELETE APORTES-PATRONALES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
            END-IF.

       30310-LEER-MOVIMIENTO.
            MOVE 'N' TO WS-MOV-HALLADO
            MOVE HIST-PERIODO TO MOV-PERIODO
            MOVE HIST-ID-EMPLEADO TO MOV-ID-EMPLEADO

            IF WS-MOVIMIENTOS-ABIERTOS = 'S' THEN
               READ MOVIMIENTOS-CIERRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MOV-HALLADO
               END-READ
            END-IF

            IF WS-MOV-HALLADO = 'N' THEN
               ADD 1 TO WS-ANU-ESTIMADOS
               PERFORM 30315-ESTIMAR-MOVIMIENTO
            END-IF.

      * SIN DIARIO: LA CUOTA ES LA ULTIMA COBRADA DEL PRESTAMO, LA
      * QUINCENA NORMAL ACREDITO 0.625 DIAS Y UN DOCEAVO DEL BRUTO,
      * Y EL PERIODO DE DECIMO PAGO EL NETO; LOS PERIODOS ANTERIORES
      * NO SE PUEDEN SABER Y QUEDAN EN BLANCO
       30315-ESTIMAR-MOVIMIENTO.
            MOVE 'S' TO MOV-PRE-APLICADO
            MOVE ZERO TO MOV-CUOTA-PRESTAMO
            MOVE SPACES TO MOV-PRE-PERIODO-ANT
            MOVE ZERO TO MOV-PRE-CUOTA-ANT
            MOVE ZERO TO MOV-DIAS-ACREDITADOS
            MOVE ZERO TO MOV-DIAS-TOMADOS
            MOVE SPACES TO MOV-VAC-PERIODO-ANT
            MOVE 'S' TO MOV-DEC-APLICADO
            MOVE SPACES TO MOV-DEC-PERIODO-ANT
            MOVE 'N' TO MOV-LIQUIDACION
            MOVE SPACES TO MOV-EMP-ESTADO-ANT
            MOVE SPACES TO MOV-FECHA-SALIDA-ANT

            IF WS-NUM-QUINCENA > 24 THEN
               MOVE 'N' TO MOV-VAC-APLICADO
               MOVE HIST-NETO TO MOV-DECIMO
            ELSE
               MOVE 'S' TO MOV-VAC-APLICADO
               MOVE WS-DIAS-VACACION-PERIODO TO MOV-DIAS-ACREDITADOS
               COMPUTE MOV-DECIMO ROUNDED =
                   HIST-SALARIO-BRUTO / WS-DOCEAVOS-ANIO
            END-IF.

       30320-DEVOLVER-PRESTAMO.
            IF WS-PRESTAMOS-ABIERTOS = 'S' AND
               MOV-PRE-APLICADO = 'S'
               THEN
               MOVE HIST-ID-EMPLEADO TO PRE-ID-EMPLEADO

               READ PRESTAMOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRE-ULTIMO-PERIODO = WS-PERIODO-PROCESO
                          IF WS-MOV-HALLADO = 'N' THEN
                             MOVE PRE-ULTIMA-CUOTA TO
                                  MOV-CUOTA-PRESTAMO
                          END-IF

                          ADD MOV-CUOTA-PRESTAMO TO PRE-SALDO
                          MOVE MOV-PRE-PERIODO-ANT TO
                               PRE-ULTIMO-PERIODO
                          MOVE MOV-PRE-CUOTA-ANT TO PRE-ULTIMA-CUOTA
                          REWRITE REGISTRO-PRESTAMO

                          MOVE MOV-CUOTA-PRESTAMO TO WS-LAN-CUOTA
                          ADD 1 TO WS-ANU-PRESTAMOS
                       END-IF
               END-READ
            END-IF.

      * LOS DIAS NO PUEDEN QUEDAR NEGATIVOS: SI DESPUES DEL CIERRE
      * ALGUIEN AJUSTO EL SALDO A MANO, SE DEJA EN CERO
       30330-DEVOLVER-VACACIONES.
            IF WS-VACACIONES-ABIERTAS = 'S' AND
               MOV-VAC-APLICADO = 'S'
               THEN
               MOVE HIST-ID-EMPLEADO TO VAC-ID-EMPLEADO

               READ VACACIONES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VAC-ULTIMO-PERIODO = WS-PERIODO-PROCESO
                          IF VAC-DIAS-ACUMULADOS >
                             MOV-DIAS-ACREDITADOS
                             SUBTRACT MOV-DIAS-ACREDITADOS FROM
                                 VAC-DIAS-ACUMULADOS
                          ELSE
                             MOVE ZERO TO VAC-DIAS-ACUMULADOS
                          END-IF

                          IF VAC-DIAS-TOMADOS > MOV-DIAS-TOMADOS
                             SUBTRACT MOV-DIAS-TOMADOS FROM
                                 VAC-DIAS-TOMADOS
                          ELSE
                             MOVE ZERO TO VAC-DIAS-TOMADOS
                          END-IF

                          MOVE MOV-VAC-PERIODO-ANT TO
                               VAC-ULTIMO-PERIODO
                          REWRITE REGISTRO-VACACION

                          MOVE MOV-DIAS-ACREDITADOS TO WS-LAN-DIAS
                          ADD 1 TO WS-ANU-VACACIONES
                       END-IF
               END-READ
            END-IF.

      * UNA QUINCENA NORMAL ACUMULO SU DOCEAVO Y SE RESTA; EL
      * PERIODO DE DECIMO Y LA LIQUIDACION FINAL DEJARON LA
      * PROVISION EN CERO Y SE REPONE
       30340-DEVOLVER-DECIMO.
            IF WS-DECIMO-ABIERTO = 'S' AND
               MOV-DEC-APLICADO = 'S'
               THEN
               MOVE HIST-ID-EMPLEADO TO DEC-ID-EMPLEADO

               READ PROVISION-DECIMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ULTIMO-PERIODO = WS-PERIODO-PROCESO
                          IF WS-NUM-QUINCENA > 24 OR
                             MOV-LIQUIDACION = 'S'
                             ADD MOV-DECIMO TO DEC-ACUMULADO
                          ELSE
                             IF DEC-ACUMULADO > MOV-DECIMO THEN
                                SUBTRACT MOV-DECIMO FROM
                                    DEC-ACUMULADO
                             ELSE
                                MOVE ZERO TO DEC-ACUMULADO
                             END-IF
                          END-IF

                          MOVE MOV-DEC-PERIODO-ANT TO
                               DEC-ULTIMO-PERIODO
                          REWRITE REGISTRO-DECIMO

                          MOVE MOV-DECIMO TO WS-LAN-DECIMO
                          ADD 1 TO WS-ANU-DECIMOS
                       END-IF
               END-READ
            END-IF.

      * LOS RETROS PAGADOS EN EL PERIODO VUELVEN A PENDIENTES PARA
      * QUE EL PROXIMO CIERRE LOS PAGUE
       30350-DEVOLVER-RETROS.
            IF WS-HIST-SAL-ABIERTO = 'S' THEN
               MOVE 'N' TO WS-EOF-HIST-SAL
               MOVE HIST-ID-EMPLEADO TO HSA-ID-EMPLEADO
               MOVE LOW-VALUES TO HSA-FECHA-EFECTIVA

               START HISTORIAL-SALARIOS-FILE
                   KEY IS NOT LESS THAN HSA-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-HIST-SAL
               END-START

               PERFORM UNTIL WS-EOF-HIST-SAL = 'S'
                  READ HISTORIAL-SALARIOS-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-EOF-HIST-SAL
                     NOT AT END
                        IF HSA-ID-EMPLEADO NOT = HIST-ID-EMPLEADO
                           MOVE 'S' TO WS-EOF-HIST-SAL
                        ELSE
                           IF HSA-PERIODO-RETRO = WS-PERIODO-PROCESO
                              AND HSA-RETRO-PAGADO NOT = ZERO
                              ADD HSA-RETRO-PAGADO TO
                                  WS-ANU-RETRO-EMPLEADO
                              MOVE HSA-RETRO-PAGADO TO
                                   HSA-RETRO-PENDIENTE
                              MOVE ZERO TO HSA-RETRO-PAGADO
                              MOVE SPACES TO HSA-PERIODO-RETRO
                              REWRITE REGISTRO-HIST-SALARIO
                              ADD 1 TO WS-ANU-RETROS
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      * EL NETO DEL MAESTRO SOLO SE LIMPIA SI SIGUE SIENDO EL DEL
      * PERIODO ANULADO, PARA QUE LA EXPORTACION ACH NO LO ENVIE.
      * SI LA FILA ES UNA LIQUIDACION FINAL EL EMPLEADO VUELVE AL
      * ESTADO QUE TENIA, PARA QUE EL CIERRE CORREGIDO LO PAGUE
       30360-LIMPIAR-MAESTRO.
            MOVE HIST-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RECORD-EMPLEADO TO WS-CMB-EMPLEADO

                    IF SALARIO-NETO = HIST-NETO THEN
                       MOVE ZERO TO DEDUCCION-IMPUESTOS
                       MOVE ZERO TO DEDUCCION-SEGURO
                       MOVE ZERO TO SALARIO-NETO
                    END-IF

                    IF WS-MOV-HALLADO = 'S' AND
                       MOV-LIQUIDACION = 'S' AND
                       EMP-ESTADO = 'T'
                       THEN
                       MOVE MOV-EMP-ESTADO-ANT TO EMP-ESTADO
                       MOVE MOV-FECHA-SALIDA-ANT TO FECHA-SALIDA
                       MOVE "REACTIVADO" TO WS-LAN-OBSERVACION
                    END-IF

                    IF RECORD-EMPLEADO NOT = WS-CMB-EMPLEADO THEN
                       REWRITE RECORD-EMPLEADO
                       MOVE "ANULACION" TO WS-CMB-ORIGEN
                       PERFORM 37200-CAMBIOS-EMPLEADO
                    END-IF
            END-READ.

      * UN LOTE ACH TODAVIA PENDIENTE GENERADO DESDE EL CIERRE
      * LLEVA LOS NETOS ANULADOS: SE MARCA ANULADO PARA QUE NADIE
      * LO APRUEBE Y SE EXIJA REGENERAR LA EXPORTACION
       30400-ANULAR-LOTE-PENDIENTE.
            MOVE 'N' TO WS-BANDERA

            OPEN INPUT ACH-PENDIENTE-FILE

            IF WS-FS-ACH-PENDIENTE = "00" THEN
               MOVE SPACES TO APR-REGISTRO
               READ ACH-PENDIENTE-FILE
                  AT END
                     CONTINUE
               END-READ

               IF APR-ESTADO = "PENDIENTE" AND
                  APR-FECHA NOT < WS-ANU-FECHA-CIERRE AND
                  (APR-PERIODO = SPACES OR
                   APR-PERIODO = WS-PERIODO-PROCESO)
                  THEN
                  MOVE 'S' TO WS-BANDERA
                  MOVE APR-PERIODO TO WS-APR-PERIODO
                  MOVE APR-FECHA TO WS-APR-FECHA
                  MOVE APR-GENERADOR TO WS-APR-GENERADOR
                  MOVE APR-CONTADOR TO WS-APR-CONTADOR
                  MOVE APR-SUM-NETO TO WS-APR-SUM-NETO
               END-IF

               CLOSE ACH-PENDIENTE-FILE
            END-IF

            IF WS-BANDERA = 'S' THEN
               OPEN OUTPUT ACH-PENDIENTE-FILE

               IF WS-FS-ACH-PENDIENTE = "00" THEN
                  MOVE WS-APR-FECHA TO APR-FECHA
                  MOVE WS-APR-GENERADOR TO APR-GENERADOR
                  MOVE WS-APR-CONTADOR TO APR-CONTADOR
                  MOVE WS-APR-SUM-NETO TO APR-SUM-NETO
                  MOVE "ANULADO" TO APR-ESTADO
                  MOVE WS-OPERADOR-ID TO APR-APROBADOR
                  MOVE WS-APR-PERIODO TO APR-PERIODO

                  WRITE APR-REGISTRO

                  CLOSE ACH-PENDIENTE-FILE

                  DISPLAY SPACE
                  DISPLAY "EL LOTE ACH PENDIENTE DEL " WS-APR-FECHA
                       " QUEDA ANULADO, REGENERE LA EXPORTACION"
                  DISPLAY SPACE
               END-IF
            END-IF.

      * CALENDARIO DE PERIODOS: REPORTE DEL ANIO Y CONTABILIZACION
      * DE UN PERIODO YA CONCILIADO
       31000-CALENDARIO-PERIODOS.
            DISPLAY "CALENDARIO DE PERIODOS : "
            DISPLAY "1.- REPORTE DEL CALENDARIO DE UN ANIO"
            DISPLAY "2.- CONTABILIZAR UN PERIODO CONCILIADO"
            DISPLAY "3.- GENERAR PLANILLA MENSUAL DE APORTES"
            DISPLAY "4.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
            WHEN 1
                 PERFORM 31200-REPORTE-CALENDARIO
            WHEN 2
                 PERFORM 14200-PEDIR-PERIODO

                 IF WS-PERIODO-PROCESO NOT = SPACES THEN
                      PERFORM 31300-CONTABILIZAR-PERIODO
                 END-IF
            WHEN 3
                 PERFORM 33000-PLANILLA-APORTES
            WHEN 4
                 CONTINUE
            WHEN OTHER
                 DISPLAY SPACE
                 DISPLAY "OPCION DE CALENDARIO INCORRECTA"
                 DISPLAY SPACE
                 PERFORM 31000-CALENDARIO-PERIODOS
            END-EVALUATE

            PERFORM 1000-MENU-PROGRAMA.

      * EL CALENDARIO SIGUE EL PATRON DE CREACION DE LOS DEMAS
      * MAESTROS; SI NO SE PUEDE ABRIR, NINGUN PASO CONTROLADO CORRE
       31100-ABRIR-CALENDARIO.
            OPEN I-O CALENDARIO-FILE

            IF WS-FS-CALENDARIO = "35" THEN
               OPEN OUTPUT CALENDARIO-FILE
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE
            END-IF

            IF WS-FS-CALENDARIO = "00" THEN
               MOVE 'S' TO WS-CALENDARIO-ABIERTO
            ELSE
               MOVE 'N' TO WS-CALENDARIO-ABIERTO
               DISPLAY SPACE
               DISPLAY
               "NO SE PUDO ABRIR CALENDARIO_NOMINA.DAT - ESTADO "
                    WS-FS-CALENDARIO
               DISPLAY SPACE
            END-IF.

       31105-CERRAR-CALENDARIO.
            IF WS-CALENDARIO-ABIERTO = 'S' THEN
               CLOSE CALENDARIO-FILE
               MOVE 'N' TO WS-CALENDARIO-ABIERTO
            END-IF.

      * ESTADO DEL PERIODO EN PROCESO CON EL CALENDARIO YA ABIERTO
       31110-LEER-CALENDARIO.
            MOVE 'N' TO WS-CAL-HALLADO
            MOVE SPACES TO WS-CAL-ESTADO-ACTUAL
            MOVE WS-PERIODO-PROCESO TO CAL-PERIODO

            READ CALENDARIO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-CAL-HALLADO
                    MOVE CAL-ESTADO TO WS-CAL-ESTADO-ACTUAL
            END-READ

            PERFORM 31115-NIVEL-ESTADO.

       31115-NIVEL-ESTADO.
            EVALUATE WS-CAL-ESTADO-ACTUAL
            WHEN "ABIERTO"
                 MOVE 1 TO WS-CAL-NIVEL
            WHEN "CERRADO"
                 MOVE 2 TO WS-CAL-NIVEL
            WHEN "EXPORTADO"
                 MOVE 3 TO WS-CAL-NIVEL
            WHEN "APROBADO"
                 MOVE 4 TO WS-CAL-NIVEL
            WHEN "CONCILIADO"
                 MOVE 5 TO WS-CAL-NIVEL
            WHEN "CONTABILIZADO"
                 MOVE 6 TO WS-CAL-NIVEL
            WHEN OTHER
                 MOVE 0 TO WS-CAL-NIVEL
                 MOVE "SIN CERRAR" TO WS-CAL-ESTADO-ACTUAL
            END-EVALUATE.

      * CADA PASO CONTROLADO LLAMA AQUI CON WS-CAL-PASO Y EL
      * PERIODO EN WS-PERIODO-PROCESO; EL HISTORICO NO DEBE ESTAR
      * ABIERTO. UN PERIODO CERRADO ANTES DE EXISTIR EL CALENDARIO
      * (SIN REGISTRO PERO CON FILAS EN EL HISTORICO) CUENTA COMO
      * CERRADO
       31120-VALIDAR-PASO-CALENDARIO.
            MOVE 'N' TO WS-CAL-PERMITIDO
            MOVE SPACES TO WS-CAL-MENSAJE
            MOVE SPACES TO WS-CAL-REQUISITO

            PERFORM 31100-ABRIR-CALENDARIO

            IF WS-CALENDARIO-ABIERTO = 'N' THEN
               MOVE "SIN CALENDARIO DE PERIODOS NO SE PUEDE CONTINUAR"
                    TO WS-CAL-MENSAJE
            ELSE
               PERFORM 31110-LEER-CALENDARIO

               IF WS-CAL-NIVEL = 0 AND WS-CAL-PASO NOT = "CIERRE"
                  PERFORM 31125-PROBAR-HISTORICO
               END-IF

               EVALUATE WS-CAL-PASO
               WHEN "CIERRE"
                    IF WS-CAL-NIVEL > 2 THEN
                       MOVE "UN PERIODO YA EXPORTADO NO SE VUELVE A "
                            & "CERRAR" TO WS-CAL-REQUISITO
                    ELSE
                       PERFORM 31130-VERIFICAR-ANTERIOR
                    END-IF
               WHEN "EXPORTACION"
                    IF WS-CAL-NIVEL = 2 OR WS-CAL-NIVEL = 3 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE EXPORTA UN PERIODO CERRADO Y "
                            & "SIN APROBAR" TO WS-CAL-REQUISITO
                    END-IF
               WHEN "APROBACION"
                    IF WS-CAL-NIVEL = 3 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE APRUEBA UN PERIODO EXPORTADO"
                            TO WS-CAL-REQUISITO
                    END-IF
               WHEN "CONCILIACION"
                    IF WS-CAL-NIVEL = 4 OR WS-CAL-NIVEL = 5 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE CONCILIA UN PERIODO CON EL LOTE "
                            & "ACH APROBADO" TO WS-CAL-REQUISITO
                    END-IF
               WHEN "CONTABILIZA"
                    IF WS-CAL-NIVEL = 5 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE CONTABILIZA UN PERIODO CONCILIADO"
                            TO WS-CAL-REQUISITO
                    END-IF
      * LA REEMISION SOLO TIENE SENTIDO CON EL LOTE YA ENVIADO; UN
      * PERIODO SIN REGISTRO DE CALENDARIO SE ACEPTA COMO ANTIGUO.
      * LOS PAGOS SIN CUENTA (SCT) ESPERAN ADEMAS A QUE EL PERIODO
      * ESTE CONCILIADO (VER 16410 Y 32205)
               WHEN "REEMISION"
                    IF WS-CAL-NIVEL > 3 OR
                       (WS-CAL-HALLADO = 'N' AND WS-CAL-NIVEL = 2)
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE REEMITEN PAGOS DE UN PERIODO CON "
                            & "EL LOTE ACH APROBADO" TO WS-CAL-REQUISITO
                    END-IF
      * UN PERIODO EXPORTADO AUN SE ANULA MIENTRAS SU LOTE NO SE
      * APRUEBE; LA ANULACION DEJA ESE LOTE ANULADO
               WHEN "ANULACION"
                    IF WS-CAL-NIVEL = 2 OR WS-CAL-NIVEL = 3 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE ANULA UN PERIODO CERRADO CUYO "
                            & "LOTE ACH NO SE HAYA APROBADO"
                            TO WS-CAL-REQUISITO
                    END-IF
      * LAS NOVEDADES DEL RELOJ SOLO SIRVEN ANTES DEL CIERRE
               WHEN "NOVEDADES"
                    IF WS-CAL-NIVEL < 2 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "SOLO SE IMPORTAN MARCACIONES DE UN "
                            & "PERIODO SIN CERRAR" TO WS-CAL-REQUISITO
                    END-IF
      * LA LIQUIDACION ENTRA AL HISTORICO DEL PERIODO ANTES DE SU
      * CIERRE: EN UN PERIODO CERRADO PISARIA LA FILA DEL CIERRE Y
      * DESPUES DE EXPORTADO YA NO VIAJARIA EN EL LOTE DEL BANCO
               WHEN "LIQUIDACION"
                    IF WS-CAL-NIVEL < 2 THEN
                       MOVE 'S' TO WS-CAL-PERMITIDO
                    ELSE
                       MOVE "LIQUIDE EN UN PERIODO QUE NO SE HAYA "
                            & "CERRADO" TO WS-CAL-REQUISITO
                    END-IF
               END-EVALUATE

               IF WS-CAL-PERMITIDO = 'N' AND
                  WS-CAL-MENSAJE = SPACES
                  THEN
                  STRING "NO PROCEDE " DELIMITED BY SIZE
                         WS-CAL-PASO DELIMITED BY SPACE
                         ": PERIODO " DELIMITED BY SIZE
                         WS-PERIODO-PROCESO DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-CAL-ESTADO-ACTUAL DELIMITED BY "  "
                      INTO WS-CAL-MENSAJE
                  END-STRING
               END-IF

               PERFORM 31105-CERRAR-CALENDARIO
            END-IF

            IF WS-CAL-PERMITIDO = 'N' THEN
               DISPLAY SPACE
               DISPLAY WS-CAL-MENSAJE
               IF WS-CAL-REQUISITO NOT = SPACES THEN
                  DISPLAY WS-CAL-REQUISITO
               END-IF
               DISPLAY SPACE

               IF WS-PASO-ACTUAL NOT = SPACES THEN
                  MOVE WS-CAL-MENSAJE TO WS-TEXTO-BITACORA
                  PERFORM 0580-ESCRIBIR-BITACORA
               END-IF
            END-IF.

       31125-PROBAR-HISTORICO.
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO = "00" THEN
               MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
               MOVE LOW-VALUES TO HIST-ID-EMPLEADO

               START NOMINA-HISTORICO-FILE
                   KEY IS NOT LESS THAN HIST-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOMINA-HISTORICO-FILE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF HIST-PERIODO = WS-PERIODO-PROCESO
                                MOVE "CERRADO" TO
                                     WS-CAL-ESTADO-ACTUAL
                                MOVE 2 TO WS-CAL-NIVEL
                             END-IF
                       END-READ
               END-START

               CLOSE NOMINA-HISTORICO-FILE
            END-IF.

      * UNA QUINCENA NORMAL SOLO SE CIERRA CON LA ANTERIOR YA
      * CERRADA; SI LA ANTERIOR NO TIENE REGISTRO SE ACEPTA SOLO
      * CUANDO EL CALENDARIO NO TIENE NINGUNA QUINCENA PREVIA (EL
      * PRIMER CIERRE CONTROLADO). LOS PERIODOS ESPECIALES MAYORES
      * A 24 NO DEPENDEN DE OTRO
       31130-VERIFICAR-ANTERIOR.
            MOVE 'S' TO WS-CAL-PERMITIDO
            MOVE WS-PERIODO-PROCESO(6:2) TO WS-CAL-QUINCENA

            IF WS-CAL-QUINCENA > 0 AND WS-CAL-QUINCENA NOT > 24
               MOVE WS-PERIODO-PROCESO(1:4) TO WS-CAL-ANIO-ANTERIOR

               IF WS-CAL-QUINCENA = 1 THEN
                  SUBTRACT 1 FROM WS-CAL-ANIO-ANTERIOR
                  MOVE 24 TO WS-CAL-QUINCENA-ANTERIOR
               ELSE
                  COMPUTE WS-CAL-QUINCENA-ANTERIOR =
                      WS-CAL-QUINCENA - 1
               END-IF

               MOVE WS-CAL-ANIO-ANTERIOR TO
                    WS-CAL-PERIODO-ANTERIOR(1:4)
               MOVE "-" TO WS-CAL-PERIODO-ANTERIOR(5:1)
               MOVE WS-CAL-QUINCENA-ANTERIOR TO
                    WS-CAL-PERIODO-ANTERIOR(6:2)

               MOVE WS-CAL-PERIODO-ANTERIOR TO CAL-PERIODO

               READ CALENDARIO-FILE
                   INVALID KEY
                       PERFORM 31135-BUSCAR-QUINCENA-PREVIA
                   NOT INVALID KEY
                       IF CAL-ESTADO = "ABIERTO" THEN
                          MOVE 'N' TO WS-CAL-PERMITIDO
                       END-IF
               END-READ

               IF WS-CAL-PERMITIDO = 'N' THEN
                  STRING "NO PROCEDE CIERRE: FALTA CERRAR EL "
                             DELIMITED BY SIZE
                         "PERIODO " DELIMITED BY SIZE
                         WS-CAL-PERIODO-ANTERIOR DELIMITED BY SIZE
                      INTO WS-CAL-MENSAJE
                  END-STRING
               END-IF
            END-IF.

       31135-BUSCAR-QUINCENA-PREVIA.
            MOVE 'N' TO WS-EOF-CALENDARIO
            MOVE LOW-VALUES TO CAL-PERIODO

            START CALENDARIO-FILE
                KEY IS NOT LESS THAN CAL-PERIODO
                INVALID KEY
                    MOVE 'S' TO WS-EOF-CALENDARIO
            END-START

            PERFORM UNTIL WS-EOF-CALENDARIO = 'S'
               READ CALENDARIO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-CALENDARIO
                  NOT AT END
                     IF CAL-PERIODO NOT < WS-PERIODO-PROCESO
                        MOVE 'S' TO WS-EOF-CALENDARIO
                     ELSE
                        IF CAL-PERIODO(6:2) NOT > "24" AND
                           CAL-ESTADO NOT = "ABIERTO"
                           MOVE 'N' TO WS-CAL-PERMITIDO
                           MOVE 'S' TO WS-EOF-CALENDARIO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      * AVANZA EL PERIODO EN PROCESO AL ESTADO WS-CAL-ESTADO-NUEVO;
      * VOLVER A CERRADO (RECIERRE) O A ABIERTO (ANULACION) LIMPIA
      * LAS FECHAS DE LOS PASOS SIGUIENTES
       31140-AVANZAR-CALENDARIO.
            PERFORM 31100-ABRIR-CALENDARIO

            IF WS-CALENDARIO-ABIERTO = 'S' THEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-PERIODO-PROCESO TO CAL-PERIODO

               READ CALENDARIO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CAL-HALLADO
                       MOVE SPACES TO REGISTRO-CALENDARIO
                       MOVE WS-PERIODO-PROCESO TO CAL-PERIODO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CAL-HALLADO
               END-READ

               MOVE WS-CAL-ESTADO-NUEVO TO CAL-ESTADO
               MOVE WS-OPERADOR-ID TO CAL-OPERADOR

               EVALUATE WS-CAL-ESTADO-NUEVO
               WHEN "ABIERTO"
                    MOVE SPACES TO CAL-FECHA-CIERRE
                    MOVE SPACES TO CAL-FECHA-EXPORTACION
                    MOVE SPACES TO CAL-FECHA-APROBACION
                    MOVE SPACES TO CAL-FECHA-CONCILIACION
                    MOVE SPACES TO CAL-FECHA-CONTABILIZADO
               WHEN "CERRADO"
                    MOVE WS-TIMESTAMP(1:8) TO CAL-FECHA-CIERRE
                    MOVE SPACES TO CAL-FECHA-EXPORTACION
                    MOVE SPACES TO CAL-FECHA-APROBACION
                    MOVE SPACES TO CAL-FECHA-CONCILIACION
                    MOVE SPACES TO CAL-FECHA-CONTABILIZADO
               WHEN "EXPORTADO"
                    MOVE WS-TIMESTAMP(1:8) TO CAL-FECHA-EXPORTACION
               WHEN "APROBADO"
                    MOVE WS-TIMESTAMP(1:8) TO CAL-FECHA-APROBACION
               WHEN "CONCILIADO"
                    MOVE WS-TIMESTAMP(1:8) TO CAL-FECHA-CONCILIACION
               WHEN "CONTABILIZADO"
                    MOVE WS-TIMESTAMP(1:8) TO
                         CAL-FECHA-CONTABILIZADO
               END-EVALUATE

               IF WS-CAL-HALLADO = 'S' THEN
                  REWRITE REGISTRO-CALENDARIO
               ELSE
                  WRITE REGISTRO-CALENDARIO
               END-IF

               PERFORM 31105-CERRAR-CALENDARIO
            END-IF.

      * UNA PAGINA CON LAS 24 QUINCENAS DEL ANIO Y LOS PERIODOS
      * ESPECIALES QUE TENGA, CON LA FECHA DE CADA PASO
       31200-REPORTE-CALENDARIO.
            MOVE 'N' TO WS-BANDERA

      * VALIDACION INGRESO ANIO DEL CALENDARIO
            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "INGRESE EL ANIO DEL CALENDARIO (AAAA):"
                ACCEPT WS-CAL-ANIO

                IF WS-CAL-ANIO IS NUMERIC THEN
                   MOVE 'S' TO WS-BANDERA
                ELSE
                   DISPLAY SPACE
                   DISPLAY "ANIO NO VALIDO"
                   DISPLAY SPACE
                END-IF
            END-PERFORM

            PERFORM 31100-ABRIR-CALENDARIO

            IF WS-CALENDARIO-ABIERTO = 'S' THEN
                 OPEN OUTPUT REPORTE-CALENDARIO-FILE

                 IF WS-FS-REP-CALENDARIO NOT = "00" THEN
                      DISPLAY SPACE
                      DISPLAY "NO SE PUDO ABRIR CALENDARIO_NOMINA.TXT"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 31210-GENERAR-CALENDARIO
                      CLOSE REPORTE-CALENDARIO-FILE

                      DISPLAY SPACE
                      DISPLAY "CERRADOS : " WS-CAL-CONTEO(3)
                           "   EXPORTADOS : " WS-CAL-CONTEO(4)
                           "   APROBADOS : " WS-CAL-CONTEO(5)
                      DISPLAY "CONCILIADOS : " WS-CAL-CONTEO(6)
                           "   CONTABILIZADOS : " WS-CAL-CONTEO(7)
                           "   SIN CERRAR : " WS-CAL-CONTEO(1)
                      DISPLAY
                      "REPORTE GENERADO EN CALENDARIO_NOMINA.TXT"
                      DISPLAY SPACE
                 END-IF

                 PERFORM 31105-CERRAR-CALENDARIO
            END-IF.

       31210-GENERAR-CALENDARIO.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

            PERFORM VARYING WS-CAL-INDICE FROM 1 BY 1
                    UNTIL WS-CAL-INDICE > 7
                MOVE ZERO TO WS-CAL-CONTEO(WS-CAL-INDICE)
            END-PERFORM

            MOVE SPACES TO RCA-LINEA
            STRING "CALENDARIO DE PERIODOS DE NOMINA DEL ANIO "
                       DELIMITED BY SIZE
                   WS-CAL-ANIO DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                INTO RCA-LINEA
            END-STRING
            WRITE RCA-LINEA

            MOVE SPACES TO RCA-LINEA
            WRITE RCA-LINEA

            MOVE WS-LINEA-ENCAB-CALENDARIO TO RCA-LINEA
            WRITE RCA-LINEA

            PERFORM VARYING WS-CAL-INDICE FROM 1 BY 1
                    UNTIL WS-CAL-INDICE > 24
                MOVE WS-CAL-ANIO TO CAL-PERIODO(1:4)
                MOVE "-" TO CAL-PERIODO(5:1)
                MOVE WS-CAL-INDICE TO CAL-PERIODO(6:2)

                READ CALENDARIO-FILE
                    INVALID KEY
                        MOVE CAL-PERIODO TO WS-CAL-PERIODO-ANTERIOR
                        MOVE SPACES TO REGISTRO-CALENDARIO
                        MOVE WS-CAL-PERIODO-ANTERIOR TO CAL-PERIODO
                END-READ

                PERFORM 31220-LINEA-CALENDARIO
            END-PERFORM

      * LOS PERIODOS ESPECIALES (DECIMO Y DEMAS PAGOS FUERA DE LAS
      * QUINCENAS) SOLO APARECEN SI EXISTEN
            MOVE 'N' TO WS-EOF-CALENDARIO
            MOVE WS-CAL-ANIO TO CAL-PERIODO(1:4)
            MOVE "-25" TO CAL-PERIODO(5:3)

            START CALENDARIO-FILE
                KEY IS NOT LESS THAN CAL-PERIODO
                INVALID KEY
                    MOVE 'S' TO WS-EOF-CALENDARIO
            END-START

            PERFORM UNTIL WS-EOF-CALENDARIO = 'S'
               READ CALENDARIO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-CALENDARIO
                  NOT AT END
                     IF CAL-PERIODO(1:4) NOT = WS-CAL-ANIO
                        MOVE 'S' TO WS-EOF-CALENDARIO
                     ELSE
                        PERFORM 31220-LINEA-CALENDARIO
                     END-IF
               END-READ
            END-PERFORM

            MOVE SPACES TO RCA-LINEA
            WRITE RCA-LINEA

            MOVE SPACES TO RCA-LINEA
            STRING "SIN CERRAR: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(1) DELIMITED BY SIZE
                   "  ABIERTOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(2) DELIMITED BY SIZE
                   "  CERRADOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(3) DELIMITED BY SIZE
                   "  EXPORTADOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(4) DELIMITED BY SIZE
                   "  APROBADOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(5) DELIMITED BY SIZE
                   "  CONCILIADOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(6) DELIMITED BY SIZE
                   "  CONTABILIZADOS: " DELIMITED BY SIZE
                   WS-CAL-CONTEO(7) DELIMITED BY SIZE
                INTO RCA-LINEA
            END-STRING
            WRITE RCA-LINEA.

       31220-LINEA-CALENDARIO.
            MOVE CAL-ESTADO TO WS-CAL-ESTADO-ACTUAL
            PERFORM 31115-NIVEL-ESTADO
            ADD 1 TO WS-CAL-CONTEO(WS-CAL-NIVEL + 1)

            MOVE SPACES TO WS-LINEA-CALENDARIO
            MOVE CAL-PERIODO TO WS-LCA-PERIODO
            MOVE WS-CAL-ESTADO-ACTUAL TO WS-LCA-ESTADO
            MOVE CAL-FECHA-CIERRE TO WS-LCA-CIERRE
            MOVE CAL-FECHA-EXPORTACION TO WS-LCA-EXPORTACION
            MOVE CAL-FECHA-APROBACION TO WS-LCA-APROBACION
            MOVE CAL-FECHA-CONCILIACION TO WS-LCA-CONCILIACION
            MOVE CAL-FECHA-CONTABILIZADO TO WS-LCA-CONTABILIZADO
            MOVE CAL-OPERADOR TO WS-LCA-OPERADOR

            MOVE WS-LINEA-CALENDARIO TO RCA-LINEA
            WRITE RCA-LINEA.

      * LA CONTABILIZACION REGENERA EL ASIENTO DEL PERIODO CON EL
      * HISTORICO YA CONCILIADO Y LO DA POR REGISTRADO; ES
      * COMPARTIDA POR EL MENU Y EL PROCESO NOCTURNO
       31300-CONTABILIZAR-PERIODO.
            MOVE "CONTABILIZA" TO WS-CAL-PASO
            PERFORM 31120-VALIDAR-PASO-CALENDARIO

            IF WS-CAL-PERMITIDO = 'N' THEN
                 MOVE 8 TO WS-RC-PASO
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO

                 PERFORM 14800-ASIENTO-CONTABLE

                 IF WS-RC-PASO NOT = 8 THEN
                      MOVE "CONTABILIZADO" TO WS-CAL-ESTADO-NUEVO
                      PERFORM 31140-AVANZAR-CALENDARIO

                      MOVE WS-PERIODO-PROCESO TO WS-AUD-REFERENCIA
                      MOVE "CONTABILIZACION" TO WS-AUD-ACCION
                      PERFORM 9650-AUDITORIA-SEGURIDAD

                      DISPLAY SPACE
                      DISPLAY "PERIODO " WS-PERIODO-PROCESO
                           " CONTABILIZADO"
                      DISPLAY SPACE
                 END-IF
            END-IF.

      * REEMISION DE PAGOS RECHAZADOS POR EL BANCO O EXPORTADOS SIN
      * CUENTA: CADA PAGO SALE UNA SOLA VEZ, POR TRANSFERENCIA EN UN
      * ACH SUPLEMENTARIO O A MANO EN EL REGISTRO DE PAGOS MANUALES
       32000-REEMISION-PAGOS.
            DISPLAY "REEMISION DE PAGOS : "
            DISPLAY "1.- GENERAR REEMISION DE UN PERIODO"
            DISPLAY "2.- APROBAR LOTE DE REEMISION PENDIENTE"
            DISPLAY "3.- CONCILIAR RETORNO DE LA REEMISION"
            DISPLAY "4.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
            WHEN 1
                 PERFORM 32100-GENERAR-REEMISION
            WHEN 2
                 PERFORM 32400-APROBAR-REEMISION
            WHEN 3
                 PERFORM 32500-CONCILIAR-REEMISION
            WHEN 4
                 CONTINUE
            WHEN OTHER
                 DISPLAY SPACE
                 DISPLAY "OPCION DE REEMISION INCORRECTA"
                 DISPLAY SPACE
                 PERFORM 32000-REEMISION-PAGOS
            END-EVALUATE

            PERFORM 1000-MENU-PROGRAMA.

       32100-GENERAR-REEMISION.
            PERFORM 14200-PEDIR-PERIODO

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
                 MOVE "REEMISION" TO WS-CAL-PASO
                 PERFORM 31120-VALIDAR-PASO-CALENDARIO

                 IF WS-CAL-PERMITIDO = 'S' THEN
                      PERFORM 32110-VERIFICAR-LOTE-REEMISION

                      IF WS-REE-LOTE-ABIERTO = 'S' THEN
                           DISPLAY SPACE
                           DISPLAY "HAY UN LOTE DE REEMISION DEL "
                                WS-APR-FECHA " EN ESTADO " WS-APR-ESTADO
                           IF WS-APR-ESTADO = "APROBADO" THEN
                                DISPLAY "CONCILIE SU RETORNO ANTES DE "
                                     "GENERAR OTRO"
                           ELSE
                                DISPLAY "APRUEBELO ANTES DE GENERAR "
                                     "OTRO"
                           END-IF
                           DISPLAY SPACE
                      ELSE
                           PERFORM 32200-EJECUTAR-REEMISION
                      END-IF
                 END-IF
            END-IF.

      * EL ARCHIVO SUPLEMENTARIO SE SOBRESCRIBE EN CADA CORRIDA: UN
      * LOTE TODAVIA PENDIENTE, O APROBADO Y SIN CONCILIAR, SE
      * PERDERIA CON SUS PAGOS YA MARCADOS REEMITIDOS
       32110-VERIFICAR-LOTE-REEMISION.
            MOVE 'N' TO WS-REE-LOTE-ABIERTO

            OPEN INPUT REEMISION-PENDIENTE-FILE

            IF WS-FS-REE-PENDIENTE = "00" THEN
               MOVE SPACES TO RPE-REGISTRO
               READ REEMISION-PENDIENTE-FILE
                  AT END
                     CONTINUE
               END-READ

               IF RPE-ESTADO = "PENDIENTE" OR
                  RPE-ESTADO = "APROBADO"
                  THEN
                  MOVE 'S' TO WS-REE-LOTE-ABIERTO
                  MOVE RPE-FECHA TO WS-APR-FECHA
                  MOVE RPE-ESTADO TO WS-APR-ESTADO
               END-IF

               CLOSE REEMISION-PENDIENTE-FILE
            END-IF.

       32200-EJECUTAR-REEMISION.
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
            ELSE
                 OPEN OUTPUT ACH-REEMISION-FILE

                 IF WS-FS-ACH-REEMISION NOT = "00" THEN
                      CLOSE NOMINA-HISTORICO-FILE
                      DISPLAY SPACE
                      DISPLAY "NO SE PUDO ABRIR ACH_REEMISION.TXT"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 32205-GENERAR-ARCHIVO-REEMISION
                 END-IF
            END-IF.

       32205-GENERAR-ARCHIVO-REEMISION.
            PERFORM 32210-ABRIR-PAGOS-MANUALES
            PERFORM 14195-ABRIR-CUENTAS

            MOVE ZERO TO WS-CONTADOR-ACH-EXP
            MOVE ZERO TO WS-SUM-NETO-ACH
            MOVE ZERO TO WS-CONTADOR-DETALLES
            MOVE ZERO TO WS-SUM-DETALLES
            MOVE ZERO TO WS-HASH-CUENTAS
            MOVE ZERO TO WS-SIN-CUENTA
            MOVE ZERO TO WS-REE-CANDIDATOS
            MOVE ZERO TO WS-REE-TRANSFERIDOS
            MOVE ZERO TO WS-REE-MANUALES
            MOVE ZERO TO WS-REE-OMITIDOS
            MOVE ZERO TO WS-REE-SCT-EN-ESPERA
            MOVE ZERO TO WS-REE-SUM-MANUAL

            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO
            MOVE WS-TIMESTAMP(1:8) TO WS-ACB-FECHA
            MOVE WS-TIMESTAMP(9:6) TO WS-ACB-HORA
            MOVE WS-ACH-CABECERA TO ARE-LINEA
            WRITE ARE-LINEA

            MOVE 'R' TO WS-ACH-DESTINO
            MOVE 'N' TO WS-EOF-HISTORICO
            MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
            MOVE LOW-VALUES TO HIST-ID-EMPLEADO

            START NOMINA-HISTORICO-FILE
                KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-START

            PERFORM UNTIL WS-EOF-HISTORICO = 'S'
               READ NOMINA-HISTORICO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-HISTORICO
                  NOT AT END
                     IF HIST-PERIODO NOT = WS-PERIODO-PROCESO
                        MOVE 'S' TO WS-EOF-HISTORICO
                     ELSE
      * UN PAGO SIN CUENTA SOLO SE REEMITE CON EL PERIODO YA
      * CONCILIADO: SI EL BANCO NO RESPONDE POR ESA LINEA, 16410 NO
      * LA CUENTA SIN RESPUESTA Y EL PERIODO LLEGA A CONCILIADO
                        EVALUATE TRUE
                        WHEN HIST-ESTADO-PAGO = "RECHAZADO"
                             PERFORM 32300-REEMITIR-EMPLEADO
                        WHEN HIST-ESTADO-PAGO = "PENDIENTE" AND
                             HIST-MOTIVO-BANCO = "SCT"
                             IF WS-CAL-NIVEL > 4 OR
                                WS-CAL-HALLADO = 'N'
                                PERFORM 32300-REEMITIR-EMPLEADO
                             ELSE
                                ADD 1 TO WS-REE-SCT-EN-ESPERA
                             END-IF
                        WHEN OTHER
                             CONTINUE
                        END-EVALUATE
                     END-IF
               END-READ
            END-PERFORM

            MOVE 'N' TO WS-ACH-DESTINO

            MOVE WS-CONTADOR-DETALLES TO WS-ACR-CONTADOR
            MOVE WS-SUM-DETALLES TO WS-ACR-SUM-MONTO
            MOVE WS-HASH-CUENTAS TO WS-ACR-HASH-CUENTAS
            MOVE WS-ACH-RESUMEN TO ARE-LINEA
            WRITE ARE-LINEA

            CLOSE ACH-REEMISION-FILE
            CLOSE NOMINA-HISTORICO-FILE
            CLOSE PAGOS-MANUALES-FILE
            PERFORM 14197-CERRAR-CUENTAS

            IF WS-REE-TRANSFERIDOS > 0 THEN
                 PERFORM 32250-GRABAR-LOTE-REEMISION
            END-IF

            MOVE WS-PERIODO-PROCESO TO WS-AUD-REFERENCIA
            MOVE "REEMISION PAGOS" TO WS-AUD-ACCION
            PERFORM 9650-AUDITORIA-SEGURIDAD

            DISPLAY SPACE
            DISPLAY "REEMISION DEL PERIODO " WS-PERIODO-PROCESO
            DISPLAY "PAGOS POR REEMITIR : " WS-REE-CANDIDATOS
            DISPLAY "REEMITIDOS POR TRANSFERENCIA : "
                 WS-REE-TRANSFERIDOS "   SUMA : "
                 WS-SUM-NETO-ACH
            DISPLAY "PAGOS MANUALES : " WS-REE-MANUALES
                 "   SUMA : " WS-REE-SUM-MANUAL
            DISPLAY "OMITIDOS, SIGUEN PENDIENTES : "
                 WS-REE-OMITIDOS
            DISPLAY "SIN CUENTA, ESPERAN LA CONCILIACION : "
                 WS-REE-SCT-EN-ESPERA

            IF WS-REE-TRANSFERIDOS > 0 THEN
                 DISPLAY "ACH_REEMISION.TXT QUEDA PENDIENTE DE "
                      "APROBACION POR UN SEGUNDO SUPERVISOR"
            END-IF

            IF WS-REE-MANUALES > 0 THEN
                 DISPLAY "PAGOS MANUALES REGISTRADOS EN "
                      "PAGOS_MANUALES.TXT"
            END-IF
            DISPLAY SPACE.

      * EL REGISTRO DE PAGOS MANUALES SE NUMERA EN SECUENCIA: EL
      * SIGUIENTE NUMERO SALE DEL ULTIMO PAGO YA REGISTRADO
       32210-ABRIR-PAGOS-MANUALES.
            MOVE ZERO TO WS-REE-NUMERO-PAGO

            OPEN INPUT PAGOS-MANUALES-FILE

            IF WS-FS-PAGOS-MANUALES = "00" THEN
               MOVE 'N' TO WS-EOF-REEMISION

               PERFORM UNTIL WS-EOF-REEMISION = 'S'
                  READ PAGOS-MANUALES-FILE
                     AT END
                        MOVE 'S' TO WS-EOF-REEMISION
                     NOT AT END
                        IF PMA-NUMERO IS NUMERIC THEN
                           MOVE PMA-NUMERO TO WS-REE-NUMERO-PAGO
                        END-IF
                  END-READ
               END-PERFORM

               CLOSE PAGOS-MANUALES-FILE
            END-IF

            OPEN EXTEND PAGOS-MANUALES-FILE
            IF WS-FS-PAGOS-MANUALES NOT = "00" THEN
               OPEN OUTPUT PAGOS-MANUALES-FILE
            END-IF.

       32250-GRABAR-LOTE-REEMISION.
            OPEN OUTPUT REEMISION-PENDIENTE-FILE

            IF WS-FS-REE-PENDIENTE NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO GRABAR ACH_REEMISION_PENDIENTE.TXT"
                 DISPLAY SPACE
            ELSE
                 MOVE WS-FECHA-PROCESO TO RPE-FECHA
                 MOVE WS-OPERADOR-ID TO RPE-GENERADOR
                 MOVE WS-CONTADOR-ACH-EXP TO RPE-CONTADOR
                 MOVE WS-SUM-NETO-ACH TO RPE-SUM-NETO
                 MOVE "PENDIENTE" TO RPE-ESTADO
                 MOVE SPACES TO RPE-APROBADOR
                 MOVE WS-PERIODO-PROCESO TO RPE-PERIODO

                 WRITE RPE-REGISTRO

                 CLOSE REEMISION-PENDIENTE-FILE

                 MOVE RPE-FECHA TO WS-AUD-REFERENCIA
                 MOVE "LOTE REEMISION" TO WS-AUD-ACCION
                 PERFORM 9650-AUDITORIA-SEGURIDAD
            END-IF.

      * LA TRANSFERENCIA SOLO SE OFRECE CUANDO LA CUENTA YA ESTA
      * CORREGIDA EN CUENTAS_BANCO.DAT (OPCION 25); SIN ELLA EL PAGO
      * VA POR CHEQUE, EN EFECTIVO O QUEDA PARA UNA PROXIMA CORRIDA
       32300-REEMITIR-EMPLEADO.
            ADD 1 TO WS-REE-CANDIDATOS

            MOVE 'N' TO WS-CTA-HALLADA

            IF WS-CUENTAS-ABIERTAS = 'S' THEN
               MOVE HIST-ID-EMPLEADO TO CTA-ID-EMPLEADO

               READ CUENTAS-BANCO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-CANTIDAD > 0 THEN
                          MOVE 'S' TO WS-CTA-HALLADA
                       END-IF
               END-READ
            END-IF

            DISPLAY SPACE
            DISPLAY "CEDULA : " HIST-ID-EMPLEADO "   " HIST-NOMBRE
            DISPLAY "NETO : " HIST-NETO "   ESTADO : "
                 HIST-ESTADO-PAGO "   MOTIVO BANCO : "
                 HIST-MOTIVO-BANCO
            IF WS-CTA-HALLADA = 'S' THEN
               DISPLAY "CUENTA BANCARIA REGISTRADA"
            ELSE
               DISPLAY "SIN CUENTA BANCARIA REGISTRADA"
            END-IF

            MOVE 'N' TO WS-REE-FORMA-OK

            PERFORM UNTIL WS-REE-FORMA-OK = 'S'
                DISPLAY "FORMA DE PAGO (T=TRANSFERENCIA, C=CHEQUE, "
                     "E=EFECTIVO, O=OMITIR):"
                ACCEPT WS-REE-FORMA

                EVALUATE WS-REE-FORMA
                WHEN 'T'
                     IF WS-CTA-HALLADA = 'S' THEN
                        MOVE 'S' TO WS-REE-FORMA-OK
                     ELSE
                        DISPLAY "SIN CUENTA NO SE PUEDE TRANSFERIR, "
                             "CORRIJALA EN LA OPCION 25"
                     END-IF
                WHEN 'C'
                WHEN 'E'
                WHEN 'O'
                     MOVE 'S' TO WS-REE-FORMA-OK
                WHEN OTHER
                     DISPLAY "FORMA DE PAGO NO VALIDA"
                END-EVALUATE
            END-PERFORM

            EVALUATE WS-REE-FORMA
            WHEN 'T'
                 MOVE HIST-ID-EMPLEADO TO WS-ACH-CEDULA-EXP
                 MOVE HIST-NETO TO WS-ACH-NETO-EXP
                 PERFORM 13150-EXPORTAR-EMPLEADO

                 MOVE "REEMITIDO" TO HIST-ESTADO-PAGO
                 MOVE SPACES TO HIST-MOTIVO-BANCO
                 REWRITE REGISTRO-HISTORICO
                 ADD 1 TO WS-REE-TRANSFERIDOS
            WHEN 'C'
                 MOVE SPACES TO WS-REE-REFERENCIA

                 PERFORM UNTIL WS-REE-REFERENCIA NOT = SPACES
                     DISPLAY "INGRESE EL NUMERO DE CHEQUE:"
                     ACCEPT WS-REE-REFERENCIA
                 END-PERFORM

                 MOVE "CHEQUE" TO WS-REE-FORMA-PAGO
                 PERFORM 32310-GRABAR-PAGO-MANUAL
            WHEN 'E'
                 MOVE SPACES TO WS-REE-REFERENCIA
                 MOVE "EFECTIVO" TO WS-REE-FORMA-PAGO
                 PERFORM 32310-GRABAR-PAGO-MANUAL
            WHEN OTHER
                 ADD 1 TO WS-REE-OMITIDOS
            END-EVALUATE.

       32310-GRABAR-PAGO-MANUAL.
            ADD 1 TO WS-REE-NUMERO-PAGO

            MOVE SPACES TO PMA-REGISTRO
            MOVE WS-REE-FORMA-PAGO TO PMA-FORMA
            MOVE WS-REE-NUMERO-PAGO TO PMA-NUMERO
            MOVE WS-FECHA-PROCESO TO PMA-FECHA
            MOVE WS-PERIODO-PROCESO TO PMA-PERIODO
            MOVE HIST-ID-EMPLEADO TO PMA-ID-EMPLEADO
            MOVE HIST-NOMBRE TO PMA-NOMBRE
            MOVE HIST-NETO TO PMA-MONTO
            MOVE WS-REE-REFERENCIA TO PMA-REFERENCIA
            MOVE WS-OPERADOR-ID TO PMA-OPERADOR

            WRITE PMA-REGISTRO

            MOVE "MANUAL" TO HIST-ESTADO-PAGO
            MOVE SPACES TO HIST-MOTIVO-BANCO
            REWRITE REGISTRO-HISTORICO

            ADD 1 TO WS-REE-MANUALES
            ADD HIST-NETO TO WS-REE-SUM-MANUAL

            DISPLAY "PAGO MANUAL NUMERO " WS-REE-NUMERO-PAGO
                 " REGISTRADO".

      * MISMO DOBLE CONTROL DEL LOTE ACH NORMAL (26100): PENDIENTE,
      * OTRO SUPERVISOR ACTIVO Y ARCHIVO CUADRADO CONTRA EL LOTE
       32400-APROBAR-REEMISION.
            OPEN INPUT REEMISION-PENDIENTE-FILE

            IF WS-FS-REE-PENDIENTE NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO HAY LOTE DE REEMISION PENDIENTE"
                 DISPLAY SPACE
            ELSE
                 MOVE SPACES TO RPE-REGISTRO
                 READ REEMISION-PENDIENTE-FILE
                    AT END
                       CONTINUE
                 END-READ

                 CLOSE REEMISION-PENDIENTE-FILE

                 MOVE RPE-FECHA TO WS-APR-FECHA
                 MOVE RPE-GENERADOR TO WS-APR-GENERADOR
                 MOVE RPE-ESTADO TO WS-APR-ESTADO
                 MOVE RPE-APROBADOR TO WS-APR-APROBADOR
                 MOVE RPE-PERIODO TO WS-APR-PERIODO
                 MOVE 'N' TO WS-APROBACION-OK

                 EVALUATE TRUE
                 WHEN RPE-CONTADOR IS NOT NUMERIC OR
                      RPE-SUM-NETO IS NOT NUMERIC
                      DISPLAY SPACE
                      DISPLAY "EL LOTE DE REEMISION ESTA ILEGIBLE"
                      DISPLAY SPACE
                 WHEN WS-APR-ESTADO = "APROBADO"
                      DISPLAY SPACE
                      DISPLAY "EL LOTE DE REEMISION YA FUE APROBADO "
                           "POR " WS-APR-APROBADOR
                      DISPLAY SPACE
                 WHEN WS-APR-ESTADO = "CONCILIADO"
                      DISPLAY SPACE
                      DISPLAY "EL LOTE DE REEMISION YA FUE CONCILIADO"
                      DISPLAY SPACE
                 WHEN WS-APR-GENERADOR = WS-OPERADOR-ID
                      DISPLAY SPACE
                      DISPLAY
                      "QUIEN GENERO EL LOTE NO PUEDE APROBARLO"
                      DISPLAY SPACE
                      MOVE WS-APR-FECHA TO WS-AUD-REFERENCIA
                      MOVE "AUTOAPROBACION" TO WS-AUD-ACCION
                      PERFORM 9650-AUDITORIA-SEGURIDAD
                 WHEN OTHER
                      MOVE RPE-CONTADOR TO WS-APR-CONTADOR
                      MOVE RPE-SUM-NETO TO WS-APR-SUM-NETO

                      PERFORM 26150-VERIFICAR-SUPERVISOR

                      IF WS-SUPERVISOR-OK = 'S' THEN
                           PERFORM 32420-CUADRAR-REEMISION
                      END-IF
                 END-EVALUATE

                 IF WS-APROBACION-OK = 'S' THEN
                      PERFORM 32450-CONFIRMAR-REEMISION
                 END-IF
            END-IF.

       32420-CUADRAR-REEMISION.
            MOVE ZERO TO WS-SUMA-ACH-CALC
            MOVE ZERO TO WS-EMPLEADOS-EN-LOTE
            MOVE LOW-VALUES TO WS-CEDULA-ANTERIOR

            OPEN INPUT ACH-REEMISION-FILE

            IF WS-FS-ACH-REEMISION NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE ENCONTRO EL ARCHIVO ACH_REEMISION.TXT"
                 DISPLAY SPACE
            ELSE
                 MOVE 'N' TO WS-EOF-REEMISION

                 PERFORM UNTIL WS-EOF-REEMISION = 'S'
                    READ ACH-REEMISION-FILE
                       AT END
                          MOVE 'S' TO WS-EOF-REEMISION
                       NOT AT END
                          MOVE ARE-LINEA TO WS-ACH-DET-TRABAJO

                          IF WS-ADT-TIPO = '2' THEN
                             ADD WS-ADT-MONTO TO WS-SUMA-ACH-CALC

                             IF WS-ADT-CEDULA NOT = WS-CEDULA-ANTERIOR
                                ADD 1 TO WS-EMPLEADOS-EN-LOTE
                                MOVE WS-ADT-CEDULA TO
                                     WS-CEDULA-ANTERIOR
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE ACH-REEMISION-FILE

                 IF WS-EMPLEADOS-EN-LOTE NOT = WS-APR-CONTADOR OR
                    WS-SUMA-ACH-CALC NOT = WS-APR-SUM-NETO
                    THEN
                    DISPLAY SPACE
                    DISPLAY "ACH_REEMISION.TXT NO CUADRA CON EL LOTE "
                         "DE REEMISION"
                    DISPLAY "LOTE : " WS-APR-CONTADOR " EMPLEADOS, "
                         WS-APR-SUM-NETO
                    DISPLAY "ARCHIVO : " WS-EMPLEADOS-EN-LOTE
                         " EMPLEADOS, " WS-SUMA-ACH-CALC
                    DISPLAY SPACE
                 ELSE
                    MOVE 'S' TO WS-APROBACION-OK
                 END-IF
            END-IF.

       32450-CONFIRMAR-REEMISION.
            DISPLAY SPACE
            DISPLAY "LOTE DE REEMISION DEL PERIODO " WS-APR-PERIODO
            DISPLAY "GENERADO EL " WS-APR-FECHA " POR "
                 WS-APR-GENERADOR
            DISPLAY "EMPLEADOS : " WS-APR-CONTADOR
            DISPLAY "SUMA DE NETOS : " WS-APR-SUM-NETO
            DISPLAY "DESEA APROBAR EL LOTE ? : SI o NO "
            ACCEPT WS-SI-NO

            IF WS-SI-NO = 'SI' THEN
                 OPEN OUTPUT REEMISION-PENDIENTE-FILE

                 IF WS-FS-REE-PENDIENTE NOT = "00" THEN
                      DISPLAY SPACE
                      DISPLAY
                      "NO SE PUDO GRABAR ACH_REEMISION_PENDIENTE.TXT"
                      DISPLAY SPACE
                 ELSE
                      MOVE WS-APR-FECHA TO RPE-FECHA
                      MOVE WS-APR-GENERADOR TO RPE-GENERADOR
                      MOVE WS-APR-CONTADOR TO RPE-CONTADOR
                      MOVE WS-APR-SUM-NETO TO RPE-SUM-NETO
                      MOVE "APROBADO" TO RPE-ESTADO
                      MOVE WS-OPERADOR-ID TO RPE-APROBADOR
                      MOVE WS-APR-PERIODO TO RPE-PERIODO

                      WRITE RPE-REGISTRO

                      CLOSE REEMISION-PENDIENTE-FILE

                      MOVE WS-APR-FECHA TO WS-AUD-REFERENCIA
                      MOVE "APROB REEMISION" TO WS-AUD-ACCION
                      PERFORM 9650-AUDITORIA-SEGURIDAD

                      DISPLAY SPACE
                      DISPLAY "LOTE APROBADO, ACH_REEMISION.TXT QUEDA "
                           "TRANSMITIBLE"
                      DISPLAY SPACE
                 END-IF
            ELSE
                 DISPLAY SPACE
                 DISPLAY "APROBACION CANCELADA"
                 DISPLAY SPACE
            END-IF.

      * EL RETORNO DEL BANCO POR EL ACH SUPLEMENTARIO SE CONCILIA
      * IGUAL QUE EL DEL LOTE ORIGINAL (16000), PERO CONTRA LAS
      * LINEAS DE ACH_REEMISION.TXT Y SOLO SOBRE PAGOS REEMITIDOS;
      * CON TODO EL LOTE RESPONDIDO EL LOTE QUEDA CONCILIADO
       32500-CONCILIAR-REEMISION.
            MOVE SPACES TO WS-APR-ESTADO

            OPEN INPUT REEMISION-PENDIENTE-FILE

            IF WS-FS-REE-PENDIENTE = "00" THEN
               MOVE SPACES TO RPE-REGISTRO
               READ REEMISION-PENDIENTE-FILE
                  AT END
                     CONTINUE
               END-READ

               IF RPE-ESTADO = "APROBADO" AND
                  RPE-CONTADOR IS NUMERIC AND
                  RPE-SUM-NETO IS NUMERIC
                  THEN
                  MOVE RPE-FECHA TO WS-APR-FECHA
                  MOVE RPE-GENERADOR TO WS-APR-GENERADOR
                  MOVE RPE-CONTADOR TO WS-APR-CONTADOR
                  MOVE RPE-SUM-NETO TO WS-APR-SUM-NETO
                  MOVE RPE-ESTADO TO WS-APR-ESTADO
                  MOVE RPE-APROBADOR TO WS-APR-APROBADOR
                  MOVE RPE-PERIODO TO WS-APR-PERIODO
               END-IF

               CLOSE REEMISION-PENDIENTE-FILE
            END-IF

            IF WS-APR-ESTADO NOT = "APROBADO" THEN
                 DISPLAY SPACE
                 DISPLAY "NO HAY LOTE DE REEMISION APROBADO QUE "
                      "CONCILIAR"
                 DISPLAY SPACE
            ELSE
                 MOVE WS-APR-PERIODO TO WS-PERIODO-PROCESO

                 PERFORM 32510-CARGAR-ACH-REEMISION

                 IF WS-CANTIDAD-ACH = 0 THEN
                      DISPLAY SPACE
                      DISPLAY "NO HAY LINEAS DE REEMISION QUE "
                           "CONCILIAR"
                      DISPLAY SPACE
                 ELSE
                      MOVE 'S' TO WS-CONCILIA-REEMISION
                      PERFORM 32520-CASAR-RETORNO-REEMISION
                      MOVE 'N' TO WS-CONCILIA-REEMISION
                 END-IF
            END-IF.

       32510-CARGAR-ACH-REEMISION.
            MOVE ZERO TO WS-CANTIDAD-ACH

            OPEN INPUT ACH-REEMISION-FILE

            IF WS-FS-ACH-REEMISION NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE ENCONTRO EL ARCHIVO ACH_REEMISION.TXT"
                 DISPLAY SPACE
            ELSE
                 MOVE 'N' TO WS-EOF-REEMISION

                 PERFORM UNTIL WS-EOF-REEMISION = 'S'
                    READ ACH-REEMISION-FILE
                       AT END
                          MOVE 'S' TO WS-EOF-REEMISION
                       NOT AT END
                          MOVE ARE-LINEA TO WS-ACH-DET-TRABAJO

                          IF WS-ADT-TIPO NOT = '2' THEN
                             CONTINUE
                          ELSE
                          IF WS-CANTIDAD-ACH < 1500 THEN
                             ADD 1 TO WS-CANTIDAD-ACH
                             MOVE WS-ADT-CEDULA TO
                                  WS-ACH-ID(WS-CANTIDAD-ACH)
                             MOVE WS-ADT-MONTO TO
                                  WS-ACH-MONTO(WS-CANTIDAD-ACH)
                             MOVE 'N' TO
                                  WS-ACH-RESPUESTA(WS-CANTIDAD-ACH)
                          ELSE
                             DISPLAY
                      "REEMISION EXCEDE LA TABLA DE CONCILIACION"
                          END-IF
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE ACH-REEMISION-FILE
            END-IF.

       32520-CASAR-RETORNO-REEMISION.
            OPEN INPUT RETORNO-BANCO-FILE

            IF WS-FS-RETORNO NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE ENCONTRO EL ARCHIVO RETORNO_BANCO.TXT"
                 DISPLAY SPACE
            ELSE
                 OPEN OUTPUT CONCILIA-EXCEPCIONES-FILE

                 IF WS-FS-CONCILIA NOT = "00" THEN
                      CLOSE RETORNO-BANCO-FILE
                      DISPLAY SPACE
                      DISPLAY
                      "NO SE PUDO ABRIR CONCILIACION_EXCEPCIONES.TXT"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 14100-ABRIR-HISTORICO

                      IF WS-FS-HISTORICO NOT = "00" THEN
                           CLOSE RETORNO-BANCO-FILE
                           CLOSE CONCILIA-EXCEPCIONES-FILE
                           DISPLAY SPACE
                           DISPLAY
                      "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                           DISPLAY SPACE
                      ELSE
                           PERFORM 32525-PROCESAR-RETORNO-REEMISION
                      END-IF
                 END-IF
            END-IF.

       32525-PROCESAR-RETORNO-REEMISION.
            MOVE ZERO TO WS-CONTADOR-PAGADOS
            MOVE ZERO TO WS-CONTADOR-RECHAZADOS
            MOVE ZERO TO WS-CONTADOR-SIN-RESPUESTA
            MOVE ZERO TO WS-CONTADOR-SIN-EXPORT
            MOVE ZERO TO WS-CONTADOR-SIN-HISTORICO
            MOVE ZERO TO WS-CONTADOR-ILEGIBLES
            MOVE ZERO TO WS-CONTADOR-NO-APLICADOS

            MOVE SPACES TO CEX-LINEA
            STRING "REEMISION DEL PERIODO " DELIMITED BY SIZE
                   WS-APR-PERIODO DELIMITED BY SIZE
                   " - LOTE DEL " DELIMITED BY SIZE
                   WS-APR-FECHA DELIMITED BY SIZE
                INTO CEX-LINEA
            END-STRING
            WRITE CEX-LINEA

            MOVE "MOTIVO - CEDULA - MONTO - CODIGO DEL BANCO"
                 TO CEX-LINEA
            WRITE CEX-LINEA

            MOVE 'N' TO WS-EOF-RETORNO

            PERFORM UNTIL WS-EOF-RETORNO = 'S'
               READ RETORNO-BANCO-FILE
                  AT END
                     MOVE 'S' TO WS-EOF-RETORNO
                  NOT AT END
                     PERFORM 16200-PROCESAR-RETORNO
               END-READ
            END-PERFORM

            PERFORM 16400-REPORTAR-SIN-RESPUESTA

            CLOSE RETORNO-BANCO-FILE
            CLOSE CONCILIA-EXCEPCIONES-FILE
            CLOSE NOMINA-HISTORICO-FILE

            MOVE WS-APR-FECHA TO WS-AUD-REFERENCIA
            MOVE "CONCILIA REEMIS" TO WS-AUD-ACCION
            PERFORM 9650-AUDITORIA-SEGURIDAD

            IF WS-CONTADOR-SIN-RESPUESTA = 0 THEN
               PERFORM 32530-CERRAR-LOTE-REEMISION
            ELSE
               DISPLAY SPACE
               DISPLAY "EL LOTE DE REEMISION SIGUE APROBADO HASTA QUE "
                    "EL BANCO RESPONDA POR TODO EL LOTE"
            END-IF

            DISPLAY SPACE
            DISPLAY "REEMISION DEL PERIODO " WS-APR-PERIODO
            DISPLAY "PAGOS CONFIRMADOS : " WS-CONTADOR-PAGADOS
            DISPLAY "PAGOS RECHAZADOS : " WS-CONTADOR-RECHAZADOS
            DISPLAY "REEMITIDOS SIN RESPUESTA : "
                 WS-CONTADOR-SIN-RESPUESTA
            DISPLAY "RETORNOS SIN REEMISION : " WS-CONTADOR-SIN-EXPORT
            DISPLAY "RETORNOS SIN HISTORICO : "
                 WS-CONTADOR-SIN-HISTORICO
            DISPLAY "RETORNOS ILEGIBLES : " WS-CONTADOR-ILEGIBLES
            DISPLAY "RETORNOS DE PAGOS NO REEMITIDOS : "
                 WS-CONTADOR-NO-APLICADOS

            IF WS-CONTADOR-RECHAZADOS = 0 AND
               WS-CONTADOR-SIN-RESPUESTA = 0 AND
               WS-CONTADOR-SIN-EXPORT = 0 AND
               WS-CONTADOR-SIN-HISTORICO = 0 AND
               WS-CONTADOR-ILEGIBLES = 0 AND
               WS-CONTADOR-NO-APLICADOS = 0
               THEN
               DISPLAY "TODOS LOS PAGOS REEMITIDOS ESTAN CONCILIADOS"
            ELSE
               DISPLAY "HAY PAGOS PENDIENTES, REVISE EL REPORTE DE "
                    "EXCEPCIONES"
            END-IF
            DISPLAY SPACE.

       32530-CERRAR-LOTE-REEMISION.
            OPEN OUTPUT REEMISION-PENDIENTE-FILE

            IF WS-FS-REE-PENDIENTE NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO GRABAR ACH_REEMISION_PENDIENTE.TXT"
                 DISPLAY SPACE
            ELSE
                 MOVE WS-APR-FECHA TO RPE-FECHA
                 MOVE WS-APR-GENERADOR TO RPE-GENERADOR
                 MOVE WS-APR-CONTADOR TO RPE-CONTADOR
                 MOVE WS-APR-SUM-NETO TO RPE-SUM-NETO
                 MOVE "CONCILIADO" TO RPE-ESTADO
                 MOVE WS-APR-APROBADOR TO RPE-APROBADOR
                 MOVE WS-APR-PERIODO TO RPE-PERIODO

                 WRITE RPE-REGISTRO

                 CLOSE REEMISION-PENDIENTE-FILE

                 DISPLAY SPACE
                 DISPLAY "LOTE DE REEMISION DEL " WS-APR-FECHA
                      " CONCILIADO"
            END-IF.

      * PLANILLA MENSUAL DE APORTES AL SEGURO SOCIAL: UNA LINEA POR
      * CEDULA CON EL BRUTO Y LOS APORTES PERSONAL Y PATRONAL DE LAS
      * DOS QUINCENAS DEL MES, MAS LOS TOTALES DE CONTROL. SOLO SE
      * GENERA CON LAS DOS QUINCENAS CERRADAS
       33000-PLANILLA-APORTES.
            DISPLAY
            "INGRESE EL MES (AAAA-MM, ENTER PARA CANCELAR):"
            ACCEPT WS-APO-MES

            IF WS-APO-MES(1:4) IS NUMERIC AND
               WS-APO-MES(5:1) = '-' AND
               WS-APO-MES(6:2) IS NUMERIC
               THEN
               MOVE WS-APO-MES(6:2) TO WS-APO-NUM-MES
               IF WS-APO-NUM-MES > 0 AND WS-APO-NUM-MES NOT > 12
                  PERFORM 33100-GENERAR-PLANILLA
               ELSE
                  DISPLAY SPACE
                  DISPLAY "MES NO VALIDO, OPERACION CANCELADA"
                  DISPLAY SPACE
               END-IF
            ELSE
               IF WS-APO-MES NOT = SPACES THEN
                  DISPLAY SPACE
                  DISPLAY "MES NO VALIDO, OPERACION CANCELADA"
                  DISPLAY SPACE
               END-IF
            END-IF.

      * AL CERRAR LA SEGUNDA QUINCENA DEL MES LA PLANILLA SE ARMA
      * SOLA; 14210 DEJO LA QUINCENA Y EL MES DEL PERIODO CERRADO
       33050-PLANILLA-FIN-DE-MES.
            IF WS-NUM-QUINCENA > 0 AND WS-NUM-QUINCENA NOT > 24 AND
               WS-RESTO-QUINCENA = 0
               THEN
               MOVE WS-PERIODO-PROCESO(1:4) TO WS-APO-MES(1:4)
               MOVE "-" TO WS-APO-MES(5:1)
               MOVE WS-NUM-MES TO WS-APO-NUM-MES
               MOVE WS-APO-NUM-MES TO WS-APO-MES(6:2)
               PERFORM 33100-GENERAR-PLANILLA
            END-IF.

       33100-GENERAR-PLANILLA.
            MOVE WS-PERIODO-PROCESO TO WS-APO-PERIODO-GUARDADO

            COMPUTE WS-APO-QUINCENA = WS-APO-NUM-MES * 2 - 1
            MOVE WS-APO-MES(1:4) TO WS-APO-PERIODO-1(1:4)
            MOVE "-" TO WS-APO-PERIODO-1(5:1)
            MOVE WS-APO-QUINCENA TO WS-APO-PERIODO-1(6:2)

            ADD 1 TO WS-APO-QUINCENA
            MOVE WS-APO-MES(1:4) TO WS-APO-PERIODO-2(1:4)
            MOVE "-" TO WS-APO-PERIODO-2(5:1)
            MOVE WS-APO-QUINCENA TO WS-APO-PERIODO-2(6:2)

            MOVE 'S' TO WS-APO-CERRADOS
            MOVE SPACES TO WS-APO-FALTANTE
            MOVE WS-APO-PERIODO-1 TO WS-PERIODO-PROCESO
            PERFORM 33110-VERIFICAR-QUINCENA
            MOVE WS-APO-PERIODO-2 TO WS-PERIODO-PROCESO
            PERFORM 33110-VERIFICAR-QUINCENA
            MOVE WS-APO-PERIODO-GUARDADO TO WS-PERIODO-PROCESO

            IF WS-APO-CERRADOS = 'N' THEN
                 DISPLAY SPACE
                 DISPLAY "PLANILLA DE APORTES DE " WS-APO-MES
                      " NO GENERADA: FALTA CERRAR EL PERIODO "
                      WS-APO-FALTANTE
                 DISPLAY SPACE
            ELSE
                 PERFORM 33120-CARGAR-PLANILLA
                 PERFORM 33140-ESCRIBIR-PLANILLA
            END-IF.

      * UNA QUINCENA CUENTA COMO CERRADA DESDE EL ESTADO CERRADO DEL
      * CALENDARIO, O SIN REGISTRO PERO CON FILAS EN EL HISTORICO
       33110-VERIFICAR-QUINCENA.
            PERFORM 31100-ABRIR-CALENDARIO

            IF WS-CALENDARIO-ABIERTO = 'S' THEN
               PERFORM 31110-LEER-CALENDARIO
               PERFORM 31105-CERRAR-CALENDARIO
            ELSE
               MOVE ZERO TO WS-CAL-NIVEL
            END-IF

            IF WS-CAL-NIVEL = 0 THEN
               PERFORM 31125-PROBAR-HISTORICO
            END-IF

            IF WS-CAL-NIVEL < 2 AND WS-APO-CERRADOS = 'S' THEN
               MOVE 'N' TO WS-APO-CERRADOS
               MOVE WS-PERIODO-PROCESO TO WS-APO-FALTANTE
            END-IF.

      * LAS DOS QUINCENAS DEL MES SON CLAVES CONTIGUAS DEL ARCHIVO
      * DE APORTES: UNA SOLA LECTURA DESDE LA PRIMERA HASTA PASAR
      * LA SEGUNDA
       33120-CARGAR-PLANILLA.
            MOVE ZERO TO WS-CANTIDAD-PLANILLA
            MOVE ZERO TO WS-PLA-EXCEDIDOS
            MOVE ZERO TO WS-APO-FILAS-1
            MOVE ZERO TO WS-APO-FILAS-2

            PERFORM 14390-ABRIR-APORTES

            IF WS-APORTES-ABIERTOS = 'S' THEN
               MOVE 'N' TO WS-EOF-APORTES
               MOVE WS-APO-PERIODO-1 TO APO-PERIODO
               MOVE LOW-VALUES TO APO-ID-EMPLEADO

               START APORTES-PATRONALES-FILE
                   KEY IS NOT LESS THAN APO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-APORTES
               END-START

               PERFORM UNTIL WS-EOF-APORTES = 'S'
                  READ APORTES-PATRONALES-FILE NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-EOF-APORTES
                     NOT AT END
                        IF APO-PERIODO > WS-APO-PERIODO-2
                           MOVE 'S' TO WS-EOF-APORTES
                        ELSE
                           PERFORM 33130-ACUMULAR-PLANILLA
                        END-IF
                  END-READ
               END-PERFORM

               PERFORM 14392-CERRAR-APORTES
            END-IF.

       33130-ACUMULAR-PLANILLA.
            IF APO-PERIODO = WS-APO-PERIODO-1 THEN
               ADD 1 TO WS-APO-FILAS-1
            ELSE
               ADD 1 TO WS-APO-FILAS-2
            END-IF

            MOVE 'N' TO WS-PLA-HALLADO

            PERFORM VARYING WS-INDICE-PLANILLA FROM 1 BY 1
                    UNTIL WS-INDICE-PLANILLA > WS-CANTIDAD-PLANILLA
                       OR WS-PLA-HALLADO = 'S'

                IF WS-PLA-CEDULA(WS-INDICE-PLANILLA) =
                   APO-ID-EMPLEADO
                   MOVE 'S' TO WS-PLA-HALLADO
                END-IF
            END-PERFORM

      * AL SALIR DEL PERFORM EL INDICE QUEDA UNA POSICION DESPUES
      * DE LA CEDULA ENCONTRADA
            IF WS-PLA-HALLADO = 'S' THEN
               SUBTRACT 1 FROM WS-INDICE-PLANILLA
            ELSE
               IF WS-CANTIDAD-PLANILLA < 1500 THEN
                  ADD 1 TO WS-CANTIDAD-PLANILLA
                  MOVE WS-CANTIDAD-PLANILLA TO WS-INDICE-PLANILLA
                  MOVE APO-ID-EMPLEADO TO
                       WS-PLA-CEDULA(WS-INDICE-PLANILLA)
                  MOVE APO-NOMBRE TO
                       WS-PLA-NOMBRE(WS-INDICE-PLANILLA)
                  MOVE ZERO TO WS-PLA-BRUTO(WS-INDICE-PLANILLA)
                  MOVE ZERO TO WS-PLA-PERSONAL(WS-INDICE-PLANILLA)
                  MOVE ZERO TO WS-PLA-PATRONAL(WS-INDICE-PLANILLA)
                  MOVE ZERO TO WS-PLA-FONDO(WS-INDICE-PLANILLA)
                  MOVE 'S' TO WS-PLA-HALLADO
               ELSE
                  ADD 1 TO WS-PLA-EXCEDIDOS
               END-IF
            END-IF

            IF WS-PLA-HALLADO = 'S' THEN
               ADD APO-BRUTO TO WS-PLA-BRUTO(WS-INDICE-PLANILLA)
               ADD APO-PERSONAL TO
                   WS-PLA-PERSONAL(WS-INDICE-PLANILLA)
               ADD APO-PATRONAL TO
                   WS-PLA-PATRONAL(WS-INDICE-PLANILLA)
               ADD APO-FONDO-RESERVA TO
                   WS-PLA-FONDO(WS-INDICE-PLANILLA)
            END-IF.

       33140-ESCRIBIR-PLANILLA.
            OPEN OUTPUT PLANILLA-APORTES-FILE

            IF WS-FS-PLANILLA NOT = "00" THEN
                 MOVE 8 TO WS-RC-PASO
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR APORTES_MENSUALES.TXT"
                 DISPLAY SPACE
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-APO-MES(1:4) TO WS-PLC-ANIO-MES(1:4)
                 MOVE WS-APO-MES(6:2) TO WS-PLC-ANIO-MES(5:2)
                 MOVE WS-TIMESTAMP(1:8) TO WS-PLC-FECHA
                 MOVE WS-OPERADOR-ID TO WS-PLC-OPERADOR
                 MOVE WS-PLA-CABECERA TO PLA-LINEA
                 WRITE PLA-LINEA

                 MOVE ZERO TO WS-PLA-SUM-BRUTO
                 MOVE ZERO TO WS-PLA-SUM-PERSONAL
                 MOVE ZERO TO WS-PLA-SUM-PATRONAL
                 MOVE ZERO TO WS-PLA-SUM-FONDO

                 PERFORM VARYING WS-INDICE-PLANILLA FROM 1 BY 1
                         UNTIL WS-INDICE-PLANILLA >
                               WS-CANTIDAD-PLANILLA
                     PERFORM 33150-DETALLE-PLANILLA
                 END-PERFORM

                 MOVE WS-CANTIDAD-PLANILLA TO WS-PLT-CONTADOR
                 MOVE WS-PLA-SUM-BRUTO TO WS-PLT-BRUTO
                 MOVE WS-PLA-SUM-PERSONAL TO WS-PLT-PERSONAL
                 MOVE WS-PLA-SUM-PATRONAL TO WS-PLT-PATRONAL
                 MOVE WS-PLA-SUM-FONDO TO WS-PLT-FONDO
                 MOVE WS-PLA-TOTALES TO PLA-LINEA
                 WRITE PLA-LINEA

                 CLOSE PLANILLA-APORTES-FILE

                 MOVE WS-APO-MES TO WS-AUD-REFERENCIA
                 MOVE "PLANILLA APORTE" TO WS-AUD-ACCION
                 PERFORM 9650-AUDITORIA-SEGURIDAD

                 DISPLAY SPACE
                 DISPLAY "PLANILLA DE APORTES DE " WS-APO-MES
                      " GENERADA EN APORTES_MENSUALES.TXT"
                 DISPLAY "CEDULAS : " WS-CANTIDAD-PLANILLA
                 DISPLAY "BRUTO : " WS-PLA-SUM-BRUTO
                 DISPLAY "APORTE PERSONAL : " WS-PLA-SUM-PERSONAL
                 DISPLAY "APORTE PATRONAL : " WS-PLA-SUM-PATRONAL
                 DISPLAY "FONDO DE RESERVA : " WS-PLA-SUM-FONDO

                 IF WS-APO-FILAS-1 = 0 THEN
                    DISPLAY "AVISO: EL PERIODO " WS-APO-PERIODO-1
                         " NO TIENE APORTES REGISTRADOS"
                 END-IF
                 IF WS-APO-FILAS-2 = 0 THEN
                    DISPLAY "AVISO: EL PERIODO " WS-APO-PERIODO-2
                         " NO TIENE APORTES REGISTRADOS"
                 END-IF
                 IF WS-PLA-EXCEDIDOS > 0 THEN
                    MOVE 4 TO WS-RC-PASO
                    DISPLAY "FILAS FUERA DE LA TABLA DE LA PLANILLA : "
                         WS-PLA-EXCEDIDOS
                 END-IF
                 DISPLAY SPACE
            END-IF.

       33150-DETALLE-PLANILLA.
            MOVE WS-PLA-CEDULA(WS-INDICE-PLANILLA) TO WS-PLD-CEDULA
            MOVE WS-PLA-NOMBRE(WS-INDICE-PLANILLA) TO WS-PLD-NOMBRE
            MOVE WS-PLA-BRUTO(WS-INDICE-PLANILLA) TO WS-PLD-BRUTO
            MOVE WS-PLA-PERSONAL(WS-INDICE-PLANILLA) TO
                 WS-PLD-PERSONAL
            MOVE WS-PLA-PATRONAL(WS-INDICE-PLANILLA) TO
                 WS-PLD-PATRONAL
            MOVE WS-PLA-FONDO(WS-INDICE-PLANILLA) TO WS-PLD-FONDO
            MOVE WS-PLA-DETALLE TO PLA-LINEA
            WRITE PLA-LINEA

            ADD WS-PLA-BRUTO(WS-INDICE-PLANILLA) TO WS-PLA-SUM-BRUTO
            ADD WS-PLA-PERSONAL(WS-INDICE-PLANILLA) TO
                WS-PLA-SUM-PERSONAL
            ADD WS-PLA-PATRONAL(WS-INDICE-PLANILLA) TO
                WS-PLA-SUM-PATRONAL
            ADD WS-PLA-FONDO(WS-INDICE-PLANILLA) TO WS-PLA-SUM-FONDO.

       34000-CARGAS-Y-UTILIDADES.
            DISPLAY "CARGAS FAMILIARES Y UTILIDADES : "
            DISPLAY "1.- CAPTURAR CARGAS FAMILIARES DE UN EMPLEADO"
            DISPLAY "2.- CONSULTAR CARGAS FAMILIARES DE UN EMPLEADO"
            DISPLAY "3.- REPARTO PRELIMINAR DE UTILIDADES (SIN PAGO)"
            DISPLAY "4.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
            WHEN 1
                 PERFORM 34100-CAPTURAR-CARGAS
            WHEN 2
                 PERFORM 34200-CONSULTAR-CARGAS
            WHEN 3
                 PERFORM 34300-REPARTO-PRELIMINAR
            WHEN 4
                 CONTINUE
            WHEN OTHER
                 DISPLAY SPACE
                 DISPLAY "OPCION DE UTILIDADES INCORRECTA"
                 DISPLAY SPACE
                 PERFORM 34000-CARGAS-Y-UTILIDADES
            END-EVALUATE

            PERFORM 1000-MENU-PROGRAMA.

      * LA CAPTURA REEMPLAZA TODAS LAS CARGAS DEL EMPLEADO: SE
      * INGRESA LA LISTA COMPLETA CADA VEZ
       34100-CAPTURAR-CARGAS.
            MOVE 'N' TO WS-BANDERA
           *> BUSQUEDA POR NUMERO DE CEDULA
            PERFORM UNTIL WS-BANDERA = 'S'
                  DISPLAY "INGRESE LA CEDULA DEL EMPLEADO:"
                  ACCEPT WS-NUMERO-CEDULA-BUSQUEDA

                  IF WS-NUMERO-CEDULA-BUSQUEDA IS NUMERIC AND
                     FUNCTION LENGTH(WS-NUMERO-CEDULA-BUSQUEDA) = 10
                     THEN
                       MOVE 'S' TO WS-BANDERA
                  ELSE
                      DISPLAY SPACE
                      DISPLAY "CEDULA NO VALIDA"
                      DISPLAY SPACE
                  END-IF
            END-PERFORM

            MOVE WS-NUMERO-CEDULA-BUSQUEDA TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    DISPLAY SPACE
                    DISPLAY "EMPLEADO NO ENCONTRADO"
                    DISPLAY SPACE
                NOT INVALID KEY
                    IF EMP-ESTADO = 'T' THEN
                         DISPLAY SPACE
                         DISPLAY "EL EMPLEADO ESTA TERMINADO"
                         DISPLAY SPACE
                    ELSE
                         PERFORM 34190-ABRIR-CARGAS

                         IF WS-CARGAS-ABIERTAS = 'S' THEN
                              PERFORM 34120-PEDIR-CARGAS

                              PERFORM 34195-CERRAR-CARGAS
                         END-IF
                    END-IF
            END-READ.

       34120-PEDIR-CARGAS.
            MOVE SPACES TO REGISTRO-CARGAS
            MOVE ID-EMPLEADO TO CAR-ID-EMPLEADO
            MOVE ZERO TO WS-CAR-CONYUGES

      * LAS FECHAS DE NACIMIENTO SE VALIDAN CONTRA EL DIA DE HOY
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-CAR-REFERENCIA

            MOVE 'N' TO WS-BANDERA

      * VALIDACION INGRESO CANTIDAD DE CARGAS (0 A 10)
            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "CUANTAS CARGAS FAMILIARES TIENE (0 A 10):"
                ACCEPT CAR-CANTIDAD

                IF CAR-CANTIDAD IS NUMERIC AND
                   CAR-CANTIDAD < 11
                   THEN
                   MOVE 'S' TO WS-BANDERA
                ELSE
                   DISPLAY SPACE
                   DISPLAY "CANTIDAD NO VALIDA"
                   DISPLAY SPACE
                END-IF
            END-PERFORM

            PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                    UNTIL WS-INDICE-CAR > CAR-CANTIDAD
                PERFORM 34150-CAPTURAR-UNA-CARGA
            END-PERFORM

            WRITE REGISTRO-CARGAS
                INVALID KEY
                    REWRITE REGISTRO-CARGAS
            END-WRITE

            MOVE "CARGAS FAMILIAR" TO WS-AUD-ACCION
            PERFORM 9600-REGISTRAR-AUDITORIA

            PERFORM 34180-CONTAR-CARGAS

            DISPLAY SPACE
            DISPLAY "CARGAS REGISTRADAS : " CAR-CANTIDAD
            DISPLAY "CARGAS QUE CUENTAN HOY : "
                 WS-UTI-CARGAS-EMPLEADO
            DISPLAY SPACE.

       34150-CAPTURAR-UNA-CARGA.
            DISPLAY SPACE
            DISPLAY "CARGA NUMERO " WS-INDICE-CAR " :"

            MOVE 'N' TO WS-BANDERA

            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "NOMBRE DE LA CARGA:"
                ACCEPT CAR-NOMBRE(WS-INDICE-CAR)

                IF CAR-NOMBRE(WS-INDICE-CAR) NOT = SPACES THEN
                   MOVE 'S' TO WS-BANDERA
                ELSE
                   DISPLAY SPACE
                   DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO"
                   DISPLAY SPACE
                END-IF
            END-PERFORM

            MOVE 'N' TO WS-BANDERA

      * SOLO SE ADMITE UN CONYUGE O CONVIVIENTE POR EMPLEADO
            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "PARENTESCO (C=CONYUGE, U=CONVIVIENTE, "
                     "H=HIJO):"
                ACCEPT CAR-PARENTESCO(WS-INDICE-CAR)

                EVALUATE CAR-PARENTESCO(WS-INDICE-CAR)
                WHEN 'C'
                WHEN 'U'
                     IF WS-CAR-CONYUGES > 0 THEN
                        DISPLAY SPACE
                        DISPLAY "YA HAY UN CONYUGE O CONVIVIENTE "
                             "REGISTRADO"
                        DISPLAY SPACE
                     ELSE
                        MOVE 'S' TO WS-BANDERA
                     END-IF
                WHEN 'H'
                     MOVE 'S' TO WS-BANDERA
                WHEN OTHER
                     DISPLAY SPACE
                     DISPLAY "PARENTESCO NO VALIDO"
                     DISPLAY SPACE
                END-EVALUATE
            END-PERFORM

            MOVE 'N' TO WS-BANDERA

            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD):"
                ACCEPT CAR-FECHA-NACIMIENTO(WS-INDICE-CAR)

                MOVE CAR-FECHA-NACIMIENTO(WS-INDICE-CAR)
                     TO WS-CAR-FECHA
                PERFORM 34160-VALIDAR-FECHA-NACIMIENTO

                IF WS-CAR-FECHA-VALIDA = 'N' THEN
                   DISPLAY SPACE
                   DISPLAY "FECHA DE NACIMIENTO NO VALIDA"
                   DISPLAY SPACE
                ELSE
                   PERFORM 34170-CALCULAR-EDAD

                   IF CAR-PARENTESCO(WS-INDICE-CAR) NOT = 'H' AND
                      WS-CAR-EDAD < 18
                      THEN
                      DISPLAY SPACE
                      DISPLAY "EL CONYUGE O CONVIVIENTE DEBE SER "
                           "MAYOR DE EDAD"
                      DISPLAY SPACE
                   ELSE
                      MOVE 'S' TO WS-BANDERA
                   END-IF
                END-IF
            END-PERFORM

            IF CAR-PARENTESCO(WS-INDICE-CAR) = 'H' THEN
               MOVE 'N' TO WS-BANDERA

               PERFORM UNTIL WS-BANDERA = 'S'
                   DISPLAY "TIENE DISCAPACIDAD (S/N):"
                   ACCEPT CAR-DISCAPACIDAD(WS-INDICE-CAR)

                   IF CAR-DISCAPACIDAD(WS-INDICE-CAR) = 'S' OR
                      CAR-DISCAPACIDAD(WS-INDICE-CAR) = 'N'
                      THEN
                      MOVE 'S' TO WS-BANDERA
                   ELSE
                      DISPLAY SPACE
                      DISPLAY "RESPUESTA NO VALIDA"
                      DISPLAY SPACE
                   END-IF
               END-PERFORM
            ELSE
               MOVE 'N' TO CAR-DISCAPACIDAD(WS-INDICE-CAR)
               ADD 1 TO WS-CAR-CONYUGES
            END-IF.

      * FECHA REAL DEL CALENDARIO (FEBRERO CON 29 EN LOS BISIESTOS)
      * Y NO POSTERIOR A LA FECHA DE REFERENCIA
       34160-VALIDAR-FECHA-NACIMIENTO.
            MOVE 'N' TO WS-CAR-FECHA-VALIDA

            IF WS-CAR-FECHA IS NUMERIC THEN
               IF WS-CAF-ANIO > 1900 AND
                  WS-CAF-MES > 0 AND
                  WS-CAF-MES < 13 AND
                  WS-CAF-DIA > 0
                  THEN
                  PERFORM 34165-DIAS-DEL-MES

                  IF WS-CAF-DIA NOT > WS-CAR-DIAS-MES AND
                     WS-CAR-FECHA NOT > WS-CAR-REFERENCIA
                     THEN
                     MOVE 'S' TO WS-CAR-FECHA-VALIDA
                  END-IF
               END-IF
            END-IF.

      * DIAS DEL MES WS-CAF-MES DEL ANIO WS-CAF-ANIO
       34165-DIAS-DEL-MES.
            MOVE WS-DIAS-DEL-MES(WS-CAF-MES) TO WS-CAR-DIAS-MES

            IF WS-CAF-MES = 2 THEN
               DIVIDE WS-CAF-ANIO BY 4 GIVING WS-CAR-COCIENTE
                   REMAINDER WS-CAR-RESTO-4
               DIVIDE WS-CAF-ANIO BY 100 GIVING WS-CAR-COCIENTE
                   REMAINDER WS-CAR-RESTO-100
               DIVIDE WS-CAF-ANIO BY 400 GIVING WS-CAR-COCIENTE
                   REMAINDER WS-CAR-RESTO-400

               IF WS-CAR-RESTO-4 = 0 AND
                  (WS-CAR-RESTO-100 NOT = 0 OR
                   WS-CAR-RESTO-400 = 0)
                  THEN
                  MOVE 29 TO WS-CAR-DIAS-MES
               END-IF
            END-IF.

      * EDAD CUMPLIDA A LA FECHA DE REFERENCIA
       34170-CALCULAR-EDAD.
            MOVE ZERO TO WS-CAR-EDAD

            IF WS-CAR-REF-ANIO > WS-CAF-ANIO THEN
               COMPUTE WS-CAR-EDAD = WS-CAR-REF-ANIO - WS-CAF-ANIO

               IF WS-CAR-REF-MES-DIA < WS-CAR-FECHA(5:4) THEN
                  SUBTRACT 1 FROM WS-CAR-EDAD
               END-IF
            END-IF.

      * CARGAS QUE CUENTAN A LA FECHA DE REFERENCIA: UN CONYUGE O
      * CONVIVIENTE, Y LOS HIJOS YA NACIDOS MENORES DE 18 ANIOS O
      * CON DISCAPACIDAD
       34180-CONTAR-CARGAS.
            MOVE ZERO TO WS-UTI-CARGAS-EMPLEADO
            MOVE ZERO TO WS-CAR-CONYUGES

            IF CAR-CANTIDAD IS NUMERIC AND
               CAR-CANTIDAD < 11
               THEN
               PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                       UNTIL WS-INDICE-CAR > CAR-CANTIDAD
                   PERFORM 34185-CARGA-VIGENTE

                   IF WS-CAR-VIGENTE = 'S' THEN
                      ADD 1 TO WS-UTI-CARGAS-EMPLEADO
                   END-IF
               END-PERFORM
            END-IF.

       34185-CARGA-VIGENTE.
            MOVE 'N' TO WS-CAR-VIGENTE
            MOVE CAR-FECHA-NACIMIENTO(WS-INDICE-CAR) TO WS-CAR-FECHA

            IF WS-CAR-FECHA IS NUMERIC AND
               WS-CAR-FECHA NOT > WS-CAR-REFERENCIA
               THEN
               EVALUATE CAR-PARENTESCO(WS-INDICE-CAR)
               WHEN 'C'
               WHEN 'U'
                    IF WS-CAR-CONYUGES = 0 THEN
                       MOVE 'S' TO WS-CAR-VIGENTE
                       ADD 1 TO WS-CAR-CONYUGES
                    END-IF
               WHEN 'H'
                    PERFORM 34170-CALCULAR-EDAD

                    IF WS-CAR-EDAD < 18 OR
                       CAR-DISCAPACIDAD(WS-INDICE-CAR) = 'S'
                       THEN
                       MOVE 'S' TO WS-CAR-VIGENTE
                    END-IF
               WHEN OTHER
                    CONTINUE
               END-EVALUATE
            END-IF.

       34190-ABRIR-CARGAS.
            OPEN I-O CARGAS-FAMILIARES-FILE

            IF WS-FS-CARGAS = "35" THEN
               OPEN OUTPUT CARGAS-FAMILIARES-FILE
               CLOSE CARGAS-FAMILIARES-FILE
               OPEN I-O CARGAS-FAMILIARES-FILE
            END-IF

            IF WS-FS-CARGAS = "00" THEN
               MOVE 'S' TO WS-CARGAS-ABIERTAS
            ELSE
               MOVE 'N' TO WS-CARGAS-ABIERTAS
               DISPLAY SPACE
               DISPLAY
               "NO SE PUDO ABRIR CARGAS_FAMILIARES.DAT - ESTADO "
                    WS-FS-CARGAS
               DISPLAY SPACE
            END-IF.

       34195-CERRAR-CARGAS.
            IF WS-CARGAS-ABIERTAS = 'S' THEN
               CLOSE CARGAS-FAMILIARES-FILE
               MOVE 'N' TO WS-CARGAS-ABIERTAS
            END-IF.

       34200-CONSULTAR-CARGAS.
            MOVE 'N' TO WS-BANDERA
           *> BUSQUEDA POR NUMERO DE CEDULA
            PERFORM UNTIL WS-BANDERA = 'S'
                  DISPLAY "INGRESE LA CEDULA DEL EMPLEADO:"
                  ACCEPT WS-NUMERO-CEDULA-BUSQUEDA

                  IF WS-NUMERO-CEDULA-BUSQUEDA IS NUMERIC AND
                     FUNCTION LENGTH(WS-NUMERO-CEDULA-BUSQUEDA) = 10
                     THEN
                       MOVE 'S' TO WS-BANDERA
                  ELSE
                      DISPLAY SPACE
                      DISPLAY "CEDULA NO VALIDA"
                      DISPLAY SPACE
                  END-IF
            END-PERFORM

            PERFORM 34190-ABRIR-CARGAS

            IF WS-CARGAS-ABIERTAS = 'S' THEN
               MOVE WS-NUMERO-CEDULA-BUSQUEDA TO CAR-ID-EMPLEADO

               READ CARGAS-FAMILIARES-FILE
                   INVALID KEY
                       DISPLAY SPACE
                       DISPLAY "ESA CEDULA NO TIENE CARGAS "
                            "REGISTRADAS"
                       DISPLAY SPACE
                   NOT INVALID KEY
                       PERFORM 34210-MOSTRAR-CARGAS
               END-READ

               PERFORM 34195-CERRAR-CARGAS
            END-IF.

       34210-MOSTRAR-CARGAS.
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO WS-CAR-REFERENCIA
            MOVE ZERO TO WS-UTI-CARGAS-EMPLEADO
            MOVE ZERO TO WS-CAR-CONYUGES

            DISPLAY SPACE
            DISPLAY "CARGAS FAMILIARES DE " CAR-ID-EMPLEADO

            IF CAR-CANTIDAD IS NUMERIC AND
               CAR-CANTIDAD < 11
               THEN
               PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                       UNTIL WS-INDICE-CAR > CAR-CANTIDAD
                   PERFORM 34185-CARGA-VIGENTE

                   IF WS-CAR-VIGENTE = 'S' THEN
                      ADD 1 TO WS-UTI-CARGAS-EMPLEADO
                      DISPLAY CAR-NOMBRE(WS-INDICE-CAR) " "
                           CAR-PARENTESCO(WS-INDICE-CAR) " "
                           CAR-FECHA-NACIMIENTO(WS-INDICE-CAR) " "
                           CAR-DISCAPACIDAD(WS-INDICE-CAR)
                           " CUENTA"
                   ELSE
                      DISPLAY CAR-NOMBRE(WS-INDICE-CAR) " "
                           CAR-PARENTESCO(WS-INDICE-CAR) " "
                           CAR-FECHA-NACIMIENTO(WS-INDICE-CAR) " "
                           CAR-DISCAPACIDAD(WS-INDICE-CAR)
                           " NO CUENTA"
                   END-IF
               END-PERFORM
            END-IF

            DISPLAY "CARGAS QUE CUENTAN HOY : "
                 WS-UTI-CARGAS-EMPLEADO
            DISPLAY SPACE.

      * EL REPARTO PRELIMINAR SOLO DEJA UTILIDADES.TXT; EL PAGO SE
      * HACE CON EL CIERRE TIPO U SOBRE UN PERIODO ESPECIAL
       34300-REPARTO-PRELIMINAR.
            PERFORM 34310-PEDIR-DATOS-UTILIDADES

            IF WS-UTI-DATOS-OK = 'S' THEN
               PERFORM 34320-CALCULAR-REPARTO

               IF WS-CANTIDAD-UTI = 0 THEN
                  DISPLAY SPACE
                  DISPLAY "NINGUN EMPLEADO TIENE DIAS TRABAJADOS "
                       "EN " WS-UTI-ANIO
                  DISPLAY SPACE
               END-IF
            END-IF.

       34310-PEDIR-DATOS-UTILIDADES.
            MOVE 'N' TO WS-UTI-DATOS-OK
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

            DISPLAY "INGRESE EL ANIO DE LA UTILIDAD (AAAA):"
            ACCEPT WS-UTI-ANIO

            IF WS-UTI-ANIO IS NUMERIC AND
               WS-UTI-ANIO > "1900" AND
               WS-UTI-ANIO NOT > WS-TIMESTAMP(1:4)
               THEN
               DISPLAY "INGRESE LA UTILIDAD LIQUIDA DEL EJERCICIO:"
               ACCEPT WS-UTI-UTILIDAD

               IF WS-UTI-UTILIDAD IS NUMERIC AND
                  WS-UTI-UTILIDAD > ZERO
                  THEN
                  MOVE 'S' TO WS-UTI-DATOS-OK
               ELSE
                  DISPLAY SPACE
                  DISPLAY "UTILIDAD NO VALIDA"
                  DISPLAY SPACE
               END-IF
            ELSE
               DISPLAY SPACE
               DISPLAY "ANIO NO VALIDO"
               DISPLAY SPACE
            END-IF.

      * ARMA LA TABLA DEL REPARTO CON TODO EL MAESTRO, INCLUIDOS
      * LOS TERMINADOS EN EL ANIO: CUENTA QUIEN TIENE DIAS PAGADOS
      * EN LAS QUINCENAS DEL ANIO
       34320-CALCULAR-REPARTO.
            MOVE ZERO TO WS-CANTIDAD-UTI
            MOVE ZERO TO WS-UTI-EXCEDIDOS
            MOVE ZERO TO WS-UTI-SUM-DIAS
            MOVE ZERO TO WS-UTI-SUM-DIAS-CARGAS

            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
            ELSE
                 PERFORM 34190-ABRIR-CARGAS

      * LAS CARGAS SE CUENTAN AL 31 DE DICIEMBRE DEL ANIO
                 MOVE WS-UTI-ANIO TO WS-CAR-REF-ANIO
                 MOVE "1231" TO WS-CAR-REF-MES-DIA

                 MOVE 'N' TO WS-EOF
                 MOVE LOW-VALUES TO ID-EMPLEADO

                 START EMPLEADO-MASTER-FILE
                     KEY IS NOT LESS THAN ID-EMPLEADO
                     INVALID KEY
                         MOVE 'S' TO WS-EOF
                 END-START

                 PERFORM UNTIL WS-EOF = 'S'
                    READ EMPLEADO-MASTER-FILE NEXT RECORD
                       AT END
                          MOVE 'S' TO WS-EOF
                       NOT AT END
                          PERFORM 34330-DIAS-EMPLEADO
                    END-READ
                 END-PERFORM

                 CLOSE NOMINA-HISTORICO-FILE
                 PERFORM 34195-CERRAR-CARGAS

                 IF WS-CANTIDAD-UTI > 0 THEN
                      PERFORM 34350-REPARTIR
                      PERFORM 34360-REPORTE-UTILIDADES
                 END-IF
            END-IF.

      * DIAS COMERCIALES (15 POR QUINCENA, 360 AL ANIO) DE LAS
      * QUINCENAS QUE TIENEN PAGO EN EL HISTORICO, RECORTADOS A LA
      * FECHA DE INGRESO Y A LA DE SALIDA
       34330-DIAS-EMPLEADO.
            MOVE ZERO TO WS-UTI-DIAS-EMPLEADO

            PERFORM VARYING WS-UTI-QUINCENA FROM 1 BY 1
                    UNTIL WS-UTI-QUINCENA > 24
                PERFORM 34335-DIAS-QUINCENA
            END-PERFORM

            IF WS-UTI-DIAS-EMPLEADO > 360 THEN
               MOVE 360 TO WS-UTI-DIAS-EMPLEADO
            END-IF

            IF WS-UTI-DIAS-EMPLEADO > 0 THEN
               PERFORM 34340-AGREGAR-UTILIDAD
            END-IF.

       34335-DIAS-QUINCENA.
            MOVE WS-UTI-ANIO TO HIST-PERIODO(1:4)
            MOVE "-" TO HIST-PERIODO(5:1)
            MOVE WS-UTI-QUINCENA TO HIST-PERIODO(6:2)
            MOVE ID-EMPLEADO TO HIST-ID-EMPLEADO

            READ NOMINA-HISTORICO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 34337-DIAS-TRAMO
            END-READ.

       34337-DIAS-TRAMO.
            COMPUTE WS-UTI-MES = (WS-UTI-QUINCENA + 1) / 2

            MOVE WS-UTI-ANIO TO WS-UTI-FECHA-INI(1:4)
            MOVE WS-UTI-MES TO WS-UTI-FECHA-INI(5:2)
            MOVE WS-UTI-ANIO TO WS-UTI-FECHA-FIN(1:4)
            MOVE WS-UTI-MES TO WS-UTI-FECHA-FIN(5:2)

            IF WS-UTI-MES * 2 = WS-UTI-QUINCENA THEN
               MOVE 16 TO WS-UTI-DIA-INI
               MOVE 30 TO WS-UTI-DIA-FIN
               MOVE "16" TO WS-UTI-FECHA-INI(7:2)
               MOVE "31" TO WS-UTI-FECHA-FIN(7:2)
            ELSE
               MOVE 1 TO WS-UTI-DIA-INI
               MOVE 15 TO WS-UTI-DIA-FIN
               MOVE "01" TO WS-UTI-FECHA-INI(7:2)
               MOVE "15" TO WS-UTI-FECHA-FIN(7:2)
            END-IF

            IF FECHA-SALIDA IS NUMERIC THEN
               IF FECHA-SALIDA < WS-UTI-FECHA-INI THEN
                  MOVE ZERO TO WS-UTI-DIA-FIN
               ELSE
                  IF FECHA-SALIDA < WS-UTI-FECHA-FIN THEN
                     MOVE FECHA-SALIDA(7:2) TO WS-UTI-DIA-FIN
                  END-IF
               END-IF
            END-IF

            IF FECHA-INGRESO IS NUMERIC THEN
               IF FECHA-INGRESO > WS-UTI-FECHA-FIN THEN
                  MOVE ZERO TO WS-UTI-DIA-FIN
               ELSE
                  IF FECHA-INGRESO > WS-UTI-FECHA-INI THEN
                     MOVE FECHA-INGRESO(7:2) TO WS-UTI-DIA-INI
                  END-IF
               END-IF
            END-IF

            IF WS-UTI-DIA-FIN > 30 THEN
               MOVE 30 TO WS-UTI-DIA-FIN
            END-IF

            IF WS-UTI-DIA-FIN NOT < WS-UTI-DIA-INI THEN
               COMPUTE WS-UTI-DIAS-EMPLEADO =
                   WS-UTI-DIAS-EMPLEADO +
                   WS-UTI-DIA-FIN - WS-UTI-DIA-INI + 1
            END-IF.

       34340-AGREGAR-UTILIDAD.
            IF WS-CANTIDAD-UTI < 1500 THEN
               ADD 1 TO WS-CANTIDAD-UTI
               MOVE ID-EMPLEADO TO WS-UTE-CEDULA(WS-CANTIDAD-UTI)
               MOVE NOMBRE TO WS-UTE-NOMBRE(WS-CANTIDAD-UTI)
               MOVE DEPARTAMENTO TO
                    WS-UTE-DEPARTAMENTO(WS-CANTIDAD-UTI)
               MOVE EMP-ESTADO TO WS-UTE-ESTADO(WS-CANTIDAD-UTI)
               MOVE WS-UTI-DIAS-EMPLEADO TO
                    WS-UTE-DIAS(WS-CANTIDAD-UTI)

               MOVE ZERO TO WS-UTI-CARGAS-EMPLEADO

               IF WS-CARGAS-ABIERTAS = 'S' THEN
                  MOVE ID-EMPLEADO TO CAR-ID-EMPLEADO

                  READ CARGAS-FAMILIARES-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM 34180-CONTAR-CARGAS
                  END-READ
               END-IF

               MOVE WS-UTI-CARGAS-EMPLEADO TO
                    WS-UTE-CARGAS(WS-CANTIDAD-UTI)
               MOVE ZERO TO WS-UTE-VALOR-DIAS(WS-CANTIDAD-UTI)
               MOVE ZERO TO WS-UTE-VALOR-CARGAS(WS-CANTIDAD-UTI)

               ADD WS-UTI-DIAS-EMPLEADO TO WS-UTI-SUM-DIAS
               COMPUTE WS-UTI-SUM-DIAS-CARGAS =
                   WS-UTI-SUM-DIAS-CARGAS +
                   WS-UTI-DIAS-EMPLEADO * WS-UTI-CARGAS-EMPLEADO
            ELSE
               ADD 1 TO WS-UTI-EXCEDIDOS
            END-IF.

      * EL 10% SE REPARTE EN PROPORCION A LOS DIAS Y EL 5% EN
      * PROPORCION A LOS DIAS POR EL NUMERO DE CARGAS; SI NADIE
      * TIENE CARGAS EL 5% SE SUMA AL REPARTO POR DIAS
       34350-REPARTIR.
            COMPUTE WS-UTI-POZO-DIAS ROUNDED =
                WS-UTI-UTILIDAD * WS-UTI-PORCENTAJE-DIAS
            COMPUTE WS-UTI-POZO-CARGAS ROUNDED =
                WS-UTI-UTILIDAD * WS-UTI-PORCENTAJE-CARGAS
            MOVE 'N' TO WS-UTI-POZO-UNIDO

            IF WS-UTI-SUM-DIAS-CARGAS = 0 THEN
               ADD WS-UTI-POZO-CARGAS TO WS-UTI-POZO-DIAS
               MOVE ZERO TO WS-UTI-POZO-CARGAS
               MOVE 'S' TO WS-UTI-POZO-UNIDO
            END-IF

            MOVE ZERO TO WS-UTI-SUM-VALOR-DIAS
            MOVE ZERO TO WS-UTI-SUM-VALOR-CARGAS

            PERFORM VARYING WS-INDICE-UTI FROM 1 BY 1
                    UNTIL WS-INDICE-UTI > WS-CANTIDAD-UTI
                PERFORM 34355-REPARTIR-EMPLEADO
            END-PERFORM.

       34355-REPARTIR-EMPLEADO.
            COMPUTE WS-UTE-VALOR-DIAS(WS-INDICE-UTI) ROUNDED =
                WS-UTI-POZO-DIAS * WS-UTE-DIAS(WS-INDICE-UTI) /
                WS-UTI-SUM-DIAS

            IF WS-UTI-SUM-DIAS-CARGAS > 0 THEN
               COMPUTE WS-UTE-VALOR-CARGAS(WS-INDICE-UTI) ROUNDED =
                   WS-UTI-POZO-CARGAS *
                   WS-UTE-DIAS(WS-INDICE-UTI) *
                   WS-UTE-CARGAS(WS-INDICE-UTI) /
                   WS-UTI-SUM-DIAS-CARGAS
            ELSE
               MOVE ZERO TO WS-UTE-VALOR-CARGAS(WS-INDICE-UTI)
            END-IF

            ADD WS-UTE-VALOR-DIAS(WS-INDICE-UTI) TO
                WS-UTI-SUM-VALOR-DIAS
            ADD WS-UTE-VALOR-CARGAS(WS-INDICE-UTI) TO
                WS-UTI-SUM-VALOR-CARGAS.

       34360-REPORTE-UTILIDADES.
            OPEN OUTPUT REPORTE-UTILIDADES-FILE

            IF WS-FS-REP-UTILIDADES NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO CREAR UTILIDADES.TXT - ESTADO "
                      WS-FS-REP-UTILIDADES
                 DISPLAY SPACE
            ELSE
                 MOVE WS-UTI-UTILIDAD TO WS-UTI-MONTO-ED
                 MOVE SPACES TO UTI-LINEA
                 STRING "REPARTO DE UTILIDADES DEL ANIO "
                            DELIMITED BY SIZE
                        WS-UTI-ANIO DELIMITED BY SIZE
                        " - UTILIDAD LIQUIDA " DELIMITED BY SIZE
                        WS-UTI-MONTO-ED DELIMITED BY SIZE
                     INTO UTI-LINEA
                 END-STRING
                 WRITE UTI-LINEA

                 MOVE WS-UTI-POZO-DIAS TO WS-UTI-MONTO-ED
                 MOVE WS-UTI-POZO-CARGAS TO WS-UTI-MONTO-ED-2
                 MOVE SPACES TO UTI-LINEA
                 STRING "A REPARTIR POR DIAS " DELIMITED BY SIZE
                        WS-UTI-MONTO-ED DELIMITED BY SIZE
                        "   POR CARGAS " DELIMITED BY SIZE
                        WS-UTI-MONTO-ED-2 DELIMITED BY SIZE
                     INTO UTI-LINEA
                 END-STRING
                 WRITE UTI-LINEA

                 MOVE WS-UTI-SUM-DIAS TO WS-UTI-NUMERO-ED
                 MOVE SPACES TO UTI-LINEA
                 STRING "DIAS TRABAJADOS " DELIMITED BY SIZE
                        WS-UTI-NUMERO-ED DELIMITED BY SIZE
                     INTO UTI-LINEA
                 END-STRING
                 MOVE WS-UTI-SUM-DIAS-CARGAS TO WS-UTI-NUMERO-ED
                 STRING "   DIAS POR CARGAS " DELIMITED BY SIZE
                        WS-UTI-NUMERO-ED DELIMITED BY SIZE
                     INTO UTI-LINEA(26:)
                 END-STRING
                 WRITE UTI-LINEA

                 IF WS-UTI-POZO-UNIDO = 'S' THEN
                      MOVE SPACES TO UTI-LINEA
                      STRING "NINGUN EMPLEADO TIENE CARGAS: EL 5% "
                                 DELIMITED BY SIZE
                             "SE REPARTE POR DIAS" DELIMITED BY SIZE
                          INTO UTI-LINEA
                      END-STRING
                      WRITE UTI-LINEA
                 END-IF

                 MOVE SPACES TO UTI-LINEA
                 WRITE UTI-LINEA

                 MOVE WS-LINEA-ENCAB-UTILIDADES TO UTI-LINEA
                 WRITE UTI-LINEA

                 PERFORM VARYING WS-INDICE-UTI FROM 1 BY 1
                         UNTIL WS-INDICE-UTI > WS-CANTIDAD-UTI
                     PERFORM 34365-LINEA-UTILIDAD
                 END-PERFORM

                 MOVE SPACES TO WS-LINEA-UTILIDADES
                 MOVE "TOTAL" TO WS-LUT-NOMBRE
                 MOVE WS-UTI-SUM-DIAS TO WS-LUT-DIAS
                 MOVE WS-UTI-SUM-VALOR-DIAS TO WS-LUT-VALOR-DIAS
                 MOVE WS-UTI-SUM-VALOR-CARGAS TO WS-LUT-VALOR-CARGAS
                 COMPUTE WS-LUT-TOTAL =
                     WS-UTI-SUM-VALOR-DIAS + WS-UTI-SUM-VALOR-CARGAS
                 MOVE SPACES TO UTI-LINEA
                 WRITE UTI-LINEA
                 MOVE WS-LINEA-UTILIDADES TO UTI-LINEA
                 WRITE UTI-LINEA

                 IF WS-UTI-EXCEDIDOS > 0 THEN
                      MOVE SPACES TO UTI-LINEA
                      STRING "EMPLEADOS FUERA DE LA TABLA: "
                                 DELIMITED BY SIZE
                             WS-UTI-EXCEDIDOS DELIMITED BY SIZE
                          INTO UTI-LINEA
                      END-STRING
                      WRITE UTI-LINEA
                 END-IF

                 CLOSE REPORTE-UTILIDADES-FILE

                 DISPLAY SPACE
                 DISPLAY "REPARTO DE UTILIDADES " WS-UTI-ANIO
                      " GENERADO EN UTILIDADES.TXT"
                 DISPLAY "EMPLEADOS EN EL REPARTO : " WS-CANTIDAD-UTI
                 DISPLAY "TOTAL POR DIAS : " WS-UTI-SUM-VALOR-DIAS
                 DISPLAY "TOTAL POR CARGAS : " WS-UTI-SUM-VALOR-CARGAS
                 IF WS-UTI-EXCEDIDOS > 0 THEN
                      DISPLAY "EMPLEADOS FUERA DE LA TABLA : "
                           WS-UTI-EXCEDIDOS
                 END-IF
                 DISPLAY SPACE
            END-IF.

       34365-LINEA-UTILIDAD.
            MOVE SPACES TO WS-LINEA-UTILIDADES
            MOVE WS-UTE-CEDULA(WS-INDICE-UTI) TO WS-LUT-CEDULA
            MOVE WS-UTE-NOMBRE(WS-INDICE-UTI) TO WS-LUT-NOMBRE
            MOVE WS-UTE-ESTADO(WS-INDICE-UTI) TO WS-LUT-ESTADO
            MOVE WS-UTE-DIAS(WS-INDICE-UTI) TO WS-LUT-DIAS
            MOVE WS-UTE-CARGAS(WS-INDICE-UTI) TO WS-LUT-CARGAS
            MOVE WS-UTE-VALOR-DIAS(WS-INDICE-UTI) TO
                 WS-LUT-VALOR-DIAS
            MOVE WS-UTE-VALOR-CARGAS(WS-INDICE-UTI) TO
                 WS-LUT-VALOR-CARGAS
            COMPUTE WS-LUT-TOTAL =
                WS-UTE-VALOR-DIAS(WS-INDICE-UTI) +
                WS-UTE-VALOR-CARGAS(WS-INDICE-UTI)

            MOVE WS-LINEA-UTILIDADES TO UTI-LINEA
            WRITE UTI-LINEA.

      * LA UTILIDAD SE PAGA SOLO POR EL HISTORICO DEL PERIODO
      * ESPECIAL, SIN IMPUESTOS NI SEGURO Y SIN TOCAR EL MAESTRO:
      * LA EXPORTACION ACH, LA CONCILIACION Y EL ASIENTO LA TOMAN
      * DE AHI COMO CUALQUIER OTRO PERIODO
       34400-PAGAR-UTILIDADES.
            PERFORM 14380-ABRIR-MOVIMIENTOS
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
                 MOVE 8 TO WS-RC-PASO
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
                 DISPLAY SPACE
                 PERFORM 14385-CERRAR-MOVIMIENTOS
            ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-PROCESO
                 MOVE ZERO TO WS-UTI-PAGADOS
                 MOVE ZERO TO WS-UTI-SUM-PAGADO

                 PERFORM VARYING WS-INDICE-UTI FROM 1 BY 1
                         UNTIL WS-INDICE-UTI > WS-CANTIDAD-UTI
                     PERFORM 34420-GRABAR-PAGO-UTILIDAD
                 END-PERFORM

                 CLOSE NOMINA-HISTORICO-FILE
                 PERFORM 14385-CERRAR-MOVIMIENTOS

                 MOVE WS-PERIODO-PROCESO TO ID-EMPLEADO
                 MOVE "CIERRE UTILIDAD" TO WS-AUD-ACCION
                 PERFORM 9600-REGISTRAR-AUDITORIA

                 MOVE "CERRADO" TO WS-CAL-ESTADO-NUEVO
                 PERFORM 31140-AVANZAR-CALENDARIO

                 PERFORM 14800-ASIENTO-CONTABLE

                 DISPLAY SPACE
                 DISPLAY "UTILIDADES " WS-UTI-ANIO
                      " PAGADAS EN EL PERIODO : " WS-PERIODO-PROCESO
                 DISPLAY "EMPLEADOS PAGADOS : " WS-UTI-PAGADOS
                 DISPLAY "TOTAL PAGADO : " WS-UTI-SUM-PAGADO
                 DISPLAY SPACE
            END-IF.

       34410-PROBAR-PERIODO-OCUPADO.
            MOVE 'N' TO WS-UTI-PERIODO-OCUPADO
            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO = "00" THEN
               MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
               MOVE LOW-VALUES TO HIST-ID-EMPLEADO

               START NOMINA-HISTORICO-FILE
                   KEY IS NOT LESS THAN HIST-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOMINA-HISTORICO-FILE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF HIST-PERIODO = WS-PERIODO-PROCESO
                                MOVE 'S' TO WS-UTI-PERIODO-OCUPADO
                             END-IF
                       END-READ
               END-START

               CLOSE NOMINA-HISTORICO-FILE
            END-IF.

       34420-GRABAR-PAGO-UTILIDAD.
            COMPUTE WS-UTI-TOTAL-EMPLEADO =
                WS-UTE-VALOR-DIAS(WS-INDICE-UTI) +
                WS-UTE-VALOR-CARGAS(WS-INDICE-UTI)

            IF WS-UTI-TOTAL-EMPLEADO > ZERO THEN
               MOVE WS-PERIODO-PROCESO TO HIST-PERIODO
               MOVE WS-UTE-CEDULA(WS-INDICE-UTI) TO HIST-ID-EMPLEADO
               MOVE WS-UTE-NOMBRE(WS-INDICE-UTI) TO HIST-NOMBRE
               MOVE WS-UTI-TOTAL-EMPLEADO TO HIST-SALARIO-BRUTO
               MOVE ZERO TO HIST-IMPUESTOS
               MOVE ZERO TO HIST-SEGURO
               MOVE WS-UTI-TOTAL-EMPLEADO TO HIST-NETO
               MOVE WS-FECHA-PROCESO TO HIST-FECHA
               MOVE "PENDIENTE" TO HIST-ESTADO-PAGO
               MOVE SPACES TO HIST-MOTIVO-BANCO
               MOVE WS-UTE-DEPARTAMENTO(WS-INDICE-UTI) TO
                    HIST-DEPARTAMENTO

               WRITE REGISTRO-HISTORICO
                   INVALID KEY
                       REWRITE REGISTRO-HISTORICO
               END-WRITE

               ADD 1 TO WS-UTI-PAGADOS
               ADD WS-UTI-TOTAL-EMPLEADO TO WS-UTI-SUM-PAGADO

      * FILA DEL DIARIO SIN NADA APLICADO: LA ANULACION SOLO BORRA
      * EL HISTORICO Y NO ESTIMA DESCUENTOS QUE NO HUBO
               MOVE WS-UTE-CEDULA(WS-INDICE-UTI) TO ID-EMPLEADO
               PERFORM 14370-INICIAR-MOVIMIENTO
               PERFORM 14375-GRABAR-MOVIMIENTO
            END-IF.

      * LAS MARCACIONES DEL RELOJ SE CONVIERTEN EN NOVEDADES H01
      * (HORAS EXTRA) Y F01 (FALTAS) DEL PERIODO; LO QUE NO SE
      * PUEDE INTERPRETAR VA A MARCACIONES_EXCEPCIONES.TXT
       35000-IMPORTAR-MARCACIONES.
            DISPLAY "IMPORTAR MARCACIONES DEL RELOJ"

            PERFORM 14200-PEDIR-PERIODO

            IF WS-PERIODO-PROCESO NOT = SPACES THEN
               MOVE WS-PERIODO-PROCESO(6:2) TO WS-NUM-QUINCENA

               IF WS-NUM-QUINCENA = 0 OR WS-NUM-QUINCENA > 24 THEN
                  DISPLAY SPACE
                  DISPLAY "LAS MARCACIONES SOLO SE IMPORTAN PARA "
                       "QUINCENAS NORMALES (01 A 24)"
                  DISPLAY SPACE
               ELSE
                  MOVE "NOVEDADES" TO WS-CAL-PASO
                  PERFORM 31120-VALIDAR-PASO-CALENDARIO

                  IF WS-CAL-PERMITIDO = 'S' THEN
                     PERFORM 35050-PROCESAR-MARCACIONES
                  END-IF
               END-IF
            END-IF

            PERFORM 1000-MENU-PROGRAMA.

       35050-PROCESAR-MARCACIONES.
            PERFORM 14210-FECHAS-DEL-PERIODO
            PERFORM 35060-PREPARAR-DIAS
            PERFORM 14600-CARGAR-CONCEPTOS

            MOVE 'N' TO WS-CONCEPTO-HALLADO

            PERFORM VARYING WS-INDICE-CON FROM 1 BY 1
                    UNTIL WS-INDICE-CON > WS-CANTIDAD-CONCEPTOS
                       OR WS-CONCEPTO-HALLADO = 'S'

                IF WS-CON-CODIGO(WS-INDICE-CON) = WS-REL-CON-HORAS
                   MOVE 'S' TO WS-CONCEPTO-HALLADO
                END-IF
            END-PERFORM

            IF WS-CONCEPTO-HALLADO = 'N' THEN
                 DISPLAY SPACE
                 DISPLAY "EL CATALOGO NO TIENE EL CONCEPTO "
                      WS-REL-CON-HORAS ", NO SE IMPORTA"
                 DISPLAY SPACE
            ELSE
                 PERFORM 35100-LEER-NOVEDADES-PERIODO

      * UNA SEGUNDA IMPORTACION, O HORAS Y FALTAS YA DIGITADAS A
      * MANO, SE PAGARIAN DOS VECES EN EL CIERRE
                 IF WS-REL-PREVIAS > 0 THEN
                      DISPLAY SPACE
                      DISPLAY "NOVEDADES.TXT YA TIENE " WS-REL-PREVIAS
                           " LINEAS " WS-REL-CON-HORAS "/"
                           WS-REL-CON-FALTAS " DEL PERIODO "
                           WS-PERIODO-PROCESO
                      DISPLAY "RETIRELAS ANTES DE VOLVER A IMPORTAR"
                      DISPLAY SPACE
                 ELSE
                      PERFORM 35080-IMPORTAR-ARCHIVO
                 END-IF
            END-IF.

      * FECHAS REALES DE LA QUINCENA Y TIPO DE CADA DIA; EL DIA
      * DE LA SEMANA SALE DEL NUMERO DE DIA DESDE 1601-01-01, QUE
      * FUE LUNES (RESTO 0 = LUNES ... 6 = DOMINGO)
       35060-PREPARAR-DIAS.
            MOVE WS-FIP-ANIO TO WS-CAF-ANIO
            MOVE WS-FIP-MES TO WS-CAF-MES
            PERFORM 34165-DIAS-DEL-MES

            MOVE WS-FECHA-INI-PERIODO TO WS-REL-FECHA-INI

            IF WS-FIP-DIA = 1 THEN
               MOVE 15 TO WS-REL-DIA
            ELSE
               MOVE WS-CAR-DIAS-MES TO WS-REL-DIA
            END-IF

            COMPUTE WS-REL-DIAS-PERIODO = WS-REL-DIA - WS-FIP-DIA + 1
            COMPUTE WS-REL-FECHA-FIN =
                WS-REL-FECHA-INI + WS-REL-DIAS-PERIODO - 1

            COMPUTE WS-REL-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-REL-FECHA-INI) - 1
            DIVIDE WS-REL-ENTERO BY 7 GIVING WS-REL-SEMANAS
                REMAINDER WS-REL-DIA-SEMANA-INI

            MOVE ALL 'X' TO WS-REL-CALENDARIO

            PERFORM VARYING WS-REL-DIA FROM 1 BY 1
                    UNTIL WS-REL-DIA > WS-REL-DIAS-PERIODO
                COMPUTE WS-REL-ENTERO =
                    WS-REL-DIA-SEMANA-INI + WS-REL-DIA - 1
                DIVIDE WS-REL-ENTERO BY 7 GIVING WS-REL-SEMANAS
                    REMAINDER WS-REL-DIA-SEMANA

                IF WS-REL-DIA-SEMANA < 5 THEN
                   MOVE 'L' TO WS-REL-TIPO-DIA(WS-REL-DIA)
                ELSE
                   MOVE 'F' TO WS-REL-TIPO-DIA(WS-REL-DIA)
                END-IF
            END-PERFORM.

       35080-IMPORTAR-ARCHIVO.
            OPEN INPUT MARCACIONES-FILE

            IF WS-FS-MARCACIONES NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR MARCACIONES.TXT - ESTADO "
                      WS-FS-MARCACIONES
                 DISPLAY SPACE
            ELSE
                 OPEN OUTPUT EXCEPCIONES-RELOJ-FILE

                 IF WS-FS-EXC-RELOJ NOT = "00" THEN
                      DISPLAY SPACE
                      DISPLAY "NO SE PUDO CREAR "
                           "MARCACIONES_EXCEPCIONES.TXT - ESTADO "
                           WS-FS-EXC-RELOJ
                      DISPLAY SPACE
                      CLOSE MARCACIONES-FILE
                 ELSE
                      PERFORM 35090-CARGAR-MARCACIONES
                      CLOSE MARCACIONES-FILE

                      PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                              UNTIL WS-INDICE-REL > WS-CANTIDAD-REL
                          PERFORM 35300-CALCULAR-FALTAS
                      END-PERFORM

                      PERFORM 35400-EMPLEADOS-SIN-MARCAR
                      PERFORM 35500-ESCRIBIR-NOVEDADES-RELOJ
                      PERFORM 35600-RESUMEN-RELOJ

                      CLOSE EXCEPCIONES-RELOJ-FILE

                      MOVE WS-PERIODO-PROCESO TO ID-EMPLEADO
                      MOVE "IMPORTA RELOJ" TO WS-AUD-ACCION
                      PERFORM 9600-REGISTRAR-AUDITORIA

                      DISPLAY SPACE
                      DISPLAY "MARCACIONES LEIDAS : " WS-REL-LEIDAS
                      DISPLAY "FUERA DEL PERIODO : " WS-REL-FUERA
                      DISPLAY "DE SUSPENDIDOS O TERMINADOS : "
                           WS-REL-OMITIDAS
                      DISPLAY "EMPLEADOS CON MARCACIONES : "
                           WS-CANTIDAD-REL
                      DISPLAY "LINEAS " WS-REL-CON-HORAS
                           " ESCRITAS : " WS-REL-LINEAS-HORAS
                      DISPLAY "LINEAS " WS-REL-CON-FALTAS
                           " ESCRITAS : " WS-REL-LINEAS-FALTAS
                      DISPLAY "EXCEPCIONES : " WS-REL-EXCEPCIONES
                      DISPLAY "VER MARCACIONES_EXCEPCIONES.TXT"
                      DISPLAY SPACE
                 END-IF
            END-IF.

       35090-CARGAR-MARCACIONES.
            MOVE ZERO TO WS-CANTIDAD-REL
            MOVE ZERO TO WS-REL-LEIDAS
            MOVE ZERO TO WS-REL-FUERA
            MOVE ZERO TO WS-REL-OMITIDAS
            MOVE ZERO TO WS-REL-EXCEPCIONES
            MOVE ZERO TO WS-REL-EXCEDIDOS
            MOVE ZERO TO WS-REL-SIN-MARCAR
            MOVE ZERO TO WS-REL-LINEAS-HORAS
            MOVE ZERO TO WS-REL-LINEAS-FALTAS

            MOVE SPACES TO EXR-LINEA
            STRING "EXCEPCIONES DE MARCACIONES DEL PERIODO "
                       DELIMITED BY SIZE
                   WS-PERIODO-PROCESO DELIMITED BY SIZE
                INTO EXR-LINEA
            END-STRING
            WRITE EXR-LINEA
            MOVE SPACES TO EXR-LINEA
            WRITE EXR-LINEA

            MOVE 'N' TO WS-EOF-MARCACIONES

            PERFORM UNTIL WS-EOF-MARCACIONES = 'S'
               READ MARCACIONES-FILE
                  AT END
                     MOVE 'S' TO WS-EOF-MARCACIONES
                  NOT AT END
                     PERFORM 35200-PROCESAR-MARCACION
               END-READ
            END-PERFORM.

      * RECORRE NOVEDADES.TXT: CUENTA LAS LINEAS H01/F01 QUE YA
      * TENGA EL PERIODO Y GUARDA LAS VACACIONES V01 CON SU FECHA
      * DE INICIO PARA RECONOCER LOS DIAS DE VACACION
       35100-LEER-NOVEDADES-PERIODO.
            MOVE ZERO TO WS-REL-PREVIAS
            MOVE ZERO TO WS-CANTIDAD-VRL

            OPEN INPUT NOVEDADES-FILE

            IF WS-FS-NOVEDADES = "00" THEN
               MOVE 'N' TO WS-EOF-NOVEDADES

               PERFORM UNTIL WS-EOF-NOVEDADES = 'S'
                  READ NOVEDADES-FILE
                     AT END
                        MOVE 'S' TO WS-EOF-NOVEDADES
                     NOT AT END
                        IF NOV-PERIODO = WS-PERIODO-PROCESO
                           PERFORM 35110-NOVEDAD-PREVIA
                        END-IF
                  END-READ
               END-PERFORM

               CLOSE NOVEDADES-FILE
            END-IF.

       35110-NOVEDAD-PREVIA.
            EVALUATE NOV-CONCEPTO
            WHEN WS-REL-CON-HORAS
            WHEN WS-REL-CON-FALTAS
                 ADD 1 TO WS-REL-PREVIAS
            WHEN "V01"
                 IF NOV-MONTO IS NUMERIC AND
                    WS-CANTIDAD-VRL < 300
                    THEN
                    ADD 1 TO WS-CANTIDAD-VRL
                    MOVE NOV-ID-EMPLEADO TO
                         WS-VRL-CEDULA(WS-CANTIDAD-VRL)
                    MOVE NOV-MONTO TO WS-VRL-DIAS(WS-CANTIDAD-VRL)
                    MOVE ZERO TO WS-VRL-FECHA(WS-CANTIDAD-VRL)

                    MOVE NOV-FECHA-DESDE TO WS-CAR-FECHA
                    MOVE "99991231" TO WS-CAR-REFERENCIA
                    PERFORM 34160-VALIDAR-FECHA-NACIMIENTO

                    IF WS-CAR-FECHA-VALIDA = 'S' THEN
                       MOVE WS-CAR-FECHA TO
                            WS-VRL-FECHA(WS-CANTIDAD-VRL)
                    END-IF
                 END-IF
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.

      * DIA LABORABLE WS-REL-FECHA-BUSCA DENTRO DE ALGUNA VACACION
      * FECHADA DE WS-REL-CED-BUSCA: LOS DIAS DE LA NOVEDAD SE
      * CUENTAN COMO DIAS LABORABLES DESDE SU FECHA DE INICIO
       35170-VERIFICAR-VACACION.
            MOVE 'N' TO WS-REL-ES-VACACION

            COMPUTE WS-REL-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-REL-FECHA-BUSCA) - 1
            DIVIDE WS-REL-ENTERO BY 7 GIVING WS-REL-SEMANAS
                REMAINDER WS-REL-DIA-SEMANA

            IF WS-REL-DIA-SEMANA < 5 THEN
               PERFORM VARYING WS-INDICE-VRL FROM 1 BY 1
                       UNTIL WS-INDICE-VRL > WS-CANTIDAD-VRL
                          OR WS-REL-ES-VACACION = 'S'

                   IF WS-VRL-CEDULA(WS-INDICE-VRL) = WS-REL-CED-BUSCA
                      AND WS-VRL-FECHA(WS-INDICE-VRL) > ZERO
                      AND WS-VRL-FECHA(WS-INDICE-VRL) NOT >
                          WS-REL-FECHA-BUSCA
                      PERFORM 35175-DENTRO-DE-VACACION
                   END-IF
               END-PERFORM
            END-IF.

       35175-DENTRO-DE-VACACION.
            COMPUTE WS-REL-ENTERO-INI =
                FUNCTION INTEGER-OF-DATE(WS-VRL-FECHA(WS-INDICE-VRL))
            COMPUTE WS-REL-ENTERO =
                FUNCTION INTEGER-OF-DATE(WS-REL-FECHA-BUSCA)

            MOVE ZERO TO WS-REL-LABORABLES

            IF WS-REL-ENTERO - WS-REL-ENTERO-INI < 400 THEN
               PERFORM UNTIL WS-REL-ENTERO-INI > WS-REL-ENTERO
                  COMPUTE WS-REL-SEMANAS = WS-REL-ENTERO-INI - 1
                  DIVIDE WS-REL-SEMANAS BY 7 GIVING WS-REL-SEMANAS
                      REMAINDER WS-REL-DIA-SEMANA

                  IF WS-REL-DIA-SEMANA < 5 THEN
                     ADD 1 TO WS-REL-LABORABLES
                  END-IF

                  ADD 1 TO WS-REL-ENTERO-INI
               END-PERFORM

               IF WS-REL-LABORABLES NOT > WS-VRL-DIAS(WS-INDICE-VRL)
                  MOVE 'S' TO WS-REL-ES-VACACION
               END-IF
            END-IF.

       35200-PROCESAR-MARCACION.
            ADD 1 TO WS-REL-LEIDAS

            IF MAR-FECHA IS NOT NUMERIC THEN
               MOVE "FECHA NO VALIDA" TO WS-REL-MOTIVO
               PERFORM 35890-EXCEPCION-MARCACION
            ELSE
               MOVE MAR-FECHA TO WS-REL-FECHA-DIA

               IF WS-REL-FECHA-DIA < WS-REL-FECHA-INI OR
                  WS-REL-FECHA-DIA > WS-REL-FECHA-INI + 15
                  THEN
                  ADD 1 TO WS-REL-FUERA
               ELSE
                  COMPUTE WS-REL-DIA =
                      WS-REL-FECHA-DIA - WS-REL-FECHA-INI + 1

                  IF WS-REL-TIPO-DIA(WS-REL-DIA) = 'X' THEN
                     IF WS-FIP-DIA = 1 THEN
                        ADD 1 TO WS-REL-FUERA
                     ELSE
                        MOVE "FECHA NO VALIDA" TO WS-REL-MOTIVO
                        PERFORM 35890-EXCEPCION-MARCACION
                     END-IF
                  ELSE
                     PERFORM 35205-VALIDAR-EMPLEADO
                  END-IF
               END-IF
            END-IF.

       35205-VALIDAR-EMPLEADO.
            MOVE MAR-ID-EMPLEADO TO ID-EMPLEADO

            READ EMPLEADO-MASTER-FILE
                INVALID KEY
                    MOVE "CEDULA NO EXISTE EN EMPLEADOS.DAT" TO
                         WS-REL-MOTIVO
                    PERFORM 35890-EXCEPCION-MARCACION
                NOT INVALID KEY
                    IF EMP-ESTADO = 'S' OR EMP-ESTADO = 'T' THEN
                       ADD 1 TO WS-REL-OMITIDAS
                    ELSE
                       PERFORM 35210-REGISTRAR-MARCACION
                    END-IF
            END-READ.

       35210-REGISTRAR-MARCACION.
            PERFORM 35220-BUSCAR-EMPLEADO-RELOJ

            IF WS-REL-HALLADO = 'N' THEN
               MOVE "TABLA DE EMPLEADOS DEL RELOJ LLENA" TO
                    WS-REL-MOTIVO
               PERFORM 35890-EXCEPCION-MARCACION
            ELSE
               IF WS-REL-MARCA(WS-INDICE-REL, WS-REL-DIA) NOT =
                  SPACE
                  THEN
                  MOVE "SEGUNDA LINEA DEL MISMO DIA, NO SE SUMA" TO
                       WS-REL-MOTIVO
                  PERFORM 35890-EXCEPCION-MARCACION
               ELSE
                  PERFORM 35230-VALIDAR-HORAS

                  MOVE ID-EMPLEADO TO WS-REL-CED-BUSCA
                  MOVE WS-REL-FECHA-DIA TO WS-REL-FECHA-BUSCA
                  PERFORM 35170-VERIFICAR-VACACION

                  EVALUATE TRUE
                  WHEN WS-REL-ES-VACACION = 'S'
                       MOVE 'V' TO
                            WS-REL-MARCA(WS-INDICE-REL, WS-REL-DIA)
                       MOVE "MARCACION EN DIA DE VACACION" TO
                            WS-REL-MOTIVO
                       PERFORM 35890-EXCEPCION-MARCACION
                  WHEN WS-REL-HORA-VALIDA = 'N'
                       MOVE 'I' TO
                            WS-REL-MARCA(WS-INDICE-REL, WS-REL-DIA)
                       MOVE "PAR DE MARCACIONES INCOMPLETO O NO "
                            & "VALIDO" TO WS-REL-MOTIVO
                       PERFORM 35890-EXCEPCION-MARCACION
                  WHEN OTHER
                       MOVE 'P' TO
                            WS-REL-MARCA(WS-INDICE-REL, WS-REL-DIA)
                       PERFORM 35240-SUMAR-JORNADA
                  END-EVALUATE
               END-IF
            END-IF.

      * BUSCA LA CEDULA DEL MAESTRO LEIDO EN LA TABLA DEL RELOJ Y
      * LA AGREGA SI ES SU PRIMERA MARCACION
       35220-BUSCAR-EMPLEADO-RELOJ.
            MOVE 'N' TO WS-REL-HALLADO

            PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                    UNTIL WS-INDICE-REL > WS-CANTIDAD-REL
                       OR WS-REL-HALLADO = 'S'

                IF WS-REL-CEDULA(WS-INDICE-REL) = ID-EMPLEADO
                   MOVE 'S' TO WS-REL-HALLADO
                END-IF
            END-PERFORM

            IF WS-REL-HALLADO = 'S' THEN
               SUBTRACT 1 FROM WS-INDICE-REL
            ELSE
               IF WS-CANTIDAD-REL < 1500 THEN
                  ADD 1 TO WS-CANTIDAD-REL
                  MOVE WS-CANTIDAD-REL TO WS-INDICE-REL
                  MOVE ID-EMPLEADO TO WS-REL-CEDULA(WS-INDICE-REL)
                  MOVE NOMBRE TO WS-REL-NOMBRE(WS-INDICE-REL)
                  MOVE FECHA-INGRESO TO WS-REL-INGRESO(WS-INDICE-REL)
                  MOVE FECHA-SALIDA TO WS-REL-SALIDA(WS-INDICE-REL)
                  MOVE ZERO TO WS-REL-DIAS-MARCADOS(WS-INDICE-REL)
                  MOVE ZERO TO WS-REL-MIN-TRABAJADOS(WS-INDICE-REL)
                  MOVE ZERO TO WS-REL-MIN-EXTRA(WS-INDICE-REL)
                  MOVE ZERO TO WS-REL-FALTAS(WS-INDICE-REL)

                  MOVE SPACES TO WS-REL-MARCAS(WS-INDICE-REL)

                  MOVE 'S' TO WS-REL-HALLADO
               ELSE
                  ADD 1 TO WS-REL-EXCEDIDOS
               END-IF
            END-IF.

      * ENTRADA Y SALIDA HHMM DEL MISMO DIA, LA SALIDA POSTERIOR
       35230-VALIDAR-HORAS.
            MOVE 'N' TO WS-REL-HORA-VALIDA

            IF MAR-ENTRADA IS NUMERIC AND
               MAR-SALIDA IS NUMERIC
               THEN
               MOVE MAR-ENTRADA(1:2) TO WS-REL-HH
               MOVE MAR-ENTRADA(3:2) TO WS-REL-MM

               IF WS-REL-HH < 24 AND WS-REL-MM < 60 THEN
                  COMPUTE WS-REL-MIN-ENTRADA =
                      WS-REL-HH * 60 + WS-REL-MM

                  MOVE MAR-SALIDA(1:2) TO WS-REL-HH
                  MOVE MAR-SALIDA(3:2) TO WS-REL-MM

                  IF WS-REL-HH < 24 AND WS-REL-MM < 60 THEN
                     COMPUTE WS-REL-MIN-SALIDA =
                         WS-REL-HH * 60 + WS-REL-MM

                     IF WS-REL-MIN-SALIDA > WS-REL-MIN-ENTRADA THEN
                        MOVE 'S' TO WS-REL-HORA-VALIDA
                     END-IF
                  END-IF
               END-IF
            END-IF.

       35240-SUMAR-JORNADA.
            COMPUTE WS-REL-MIN-DIA =
                WS-REL-MIN-SALIDA - WS-REL-MIN-ENTRADA

            IF WS-REL-MIN-DIA > WS-TURNO-CON-ALMUERZO THEN
               SUBTRACT WS-TURNO-ALMUERZO FROM WS-REL-MIN-DIA
            END-IF

            MOVE ZERO TO WS-REL-MIN-EXTRA-DIA

            IF WS-REL-TIPO-DIA(WS-REL-DIA) = 'F' THEN
               MOVE WS-REL-MIN-DIA TO WS-REL-MIN-EXTRA-DIA
            ELSE
               IF WS-REL-MIN-DIA > WS-TURNO-MINUTOS THEN
                  COMPUTE WS-REL-MIN-EXTRA-DIA =
                      WS-REL-MIN-DIA - WS-TURNO-MINUTOS
               END-IF
            END-IF

            ADD 1 TO WS-REL-DIAS-MARCADOS(WS-INDICE-REL)
            ADD WS-REL-MIN-DIA TO WS-REL-MIN-TRABAJADOS(WS-INDICE-REL)
            ADD WS-REL-MIN-EXTRA-DIA TO
                WS-REL-MIN-EXTRA(WS-INDICE-REL).

      * FALTA ES UN DIA LABORABLE DENTRO DEL CONTRATO SIN NINGUNA
      * MARCACION Y SIN VACACION FECHADA; LAS VACACIONES SIN FECHA
      * DE INICIO SE DESCUENTAN DEL TOTAL DE FALTAS
       35300-CALCULAR-FALTAS.
            MOVE ZERO TO WS-REL-FALTAS(WS-INDICE-REL)
            MOVE WS-REL-CEDULA(WS-INDICE-REL) TO WS-REL-CED-BUSCA

            PERFORM VARYING WS-REL-DIA FROM 1 BY 1
                    UNTIL WS-REL-DIA > WS-REL-DIAS-PERIODO

                IF WS-REL-TIPO-DIA(WS-REL-DIA) = 'L' AND
                   WS-REL-MARCA(WS-INDICE-REL, WS-REL-DIA) = SPACE
                   PERFORM 35310-DIA-SIN-MARCAR
                END-IF
            END-PERFORM

            MOVE ZERO TO WS-REL-VAC-SIN-FECHA

            PERFORM VARYING WS-INDICE-VRL FROM 1 BY 1
                    UNTIL WS-INDICE-VRL > WS-CANTIDAD-VRL

                IF WS-VRL-CEDULA(WS-INDICE-VRL) = WS-REL-CED-BUSCA
                   AND WS-VRL-FECHA(WS-INDICE-VRL) = ZERO
                   ADD WS-VRL-DIAS(WS-INDICE-VRL) TO
                       WS-REL-VAC-SIN-FECHA
                END-IF
            END-PERFORM

            IF WS-REL-VAC-SIN-FECHA > ZERO THEN
               IF WS-REL-VAC-SIN-FECHA > WS-REL-FALTAS(WS-INDICE-REL)
                  MOVE ZERO TO WS-REL-FALTAS(WS-INDICE-REL)
               ELSE
                  SUBTRACT WS-REL-VAC-SIN-FECHA FROM
                      WS-REL-FALTAS(WS-INDICE-REL)
               END-IF

               MOVE SPACES TO WS-LINEA-EXC-RELOJ
               MOVE WS-REL-CED-BUSCA TO WS-LXR-CEDULA
               MOVE "VACACION V01 SIN FECHA: SUS DIAS SE RESTAN "
                    & "DE LAS FALTAS" TO WS-REL-MOTIVO
               PERFORM 35900-ESCRIBIR-EXCEPCION-RELOJ
            END-IF.

       35310-DIA-SIN-MARCAR.
            COMPUTE WS-REL-FECHA-DIA =
                WS-REL-FECHA-INI + WS-REL-DIA - 1
            MOVE WS-REL-FECHA-DIA TO WS-REL-FECHA-TEXTO

            IF (WS-REL-INGRESO(WS-INDICE-REL) IS NOT NUMERIC OR
                WS-REL-INGRESO(WS-INDICE-REL) NOT >
                WS-REL-FECHA-TEXTO)
               AND
               (WS-REL-SALIDA(WS-INDICE-REL) IS NOT NUMERIC OR
                WS-REL-SALIDA(WS-INDICE-REL) NOT <
                WS-REL-FECHA-TEXTO)
               THEN
               MOVE WS-REL-FECHA-DIA TO WS-REL-FECHA-BUSCA
               PERFORM 35170-VERIFICAR-VACACION

               IF WS-REL-ES-VACACION = 'N' THEN
                  ADD 1 TO WS-REL-FALTAS(WS-INDICE-REL)
               END-IF
            END-IF.

      * UN ACTIVO SIN NINGUNA MARCACION NO SE DA POR AUSENTE TODA
      * LA QUINCENA: PUEDE NO ESTAR EN EL RELOJ; SE INFORMA
       35400-EMPLEADOS-SIN-MARCAR.
            MOVE 'N' TO WS-EOF
            MOVE LOW-VALUES TO ID-EMPLEADO

            START EMPLEADO-MASTER-FILE
                KEY IS NOT LESS THAN ID-EMPLEADO
                INVALID KEY
                    MOVE 'S' TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 'S'
               READ EMPLEADO-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF
                  NOT AT END
                     IF EMP-ESTADO NOT = 'S' AND
                        EMP-ESTADO NOT = 'T'
                        THEN
                        PERFORM 35410-VERIFICAR-SIN-MARCAR
                     END-IF
               END-READ
            END-PERFORM.

       35410-VERIFICAR-SIN-MARCAR.
            MOVE 'N' TO WS-REL-HALLADO

            PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                    UNTIL WS-INDICE-REL > WS-CANTIDAD-REL
                       OR WS-REL-HALLADO = 'S'

                IF WS-REL-CEDULA(WS-INDICE-REL) = ID-EMPLEADO
                   MOVE 'S' TO WS-REL-HALLADO
                END-IF
            END-PERFORM

            IF WS-REL-HALLADO = 'N' THEN
               ADD 1 TO WS-REL-SIN-MARCAR
               MOVE SPACES TO WS-LINEA-EXC-RELOJ
               MOVE ID-EMPLEADO TO WS-LXR-CEDULA
               MOVE "SIN MARCACIONES EN EL PERIODO, NO SE GENERAN "
                    & "FALTAS" TO WS-REL-MOTIVO
               PERFORM 35900-ESCRIBIR-EXCEPCION-RELOJ
            END-IF.

       35500-ESCRIBIR-NOVEDADES-RELOJ.
            OPEN EXTEND NOVEDADES-FILE

            IF WS-FS-NOVEDADES = "35" THEN
               OPEN OUTPUT NOVEDADES-FILE
            END-IF

            IF WS-FS-NOVEDADES NOT = "00" THEN
                 DISPLAY SPACE
                 DISPLAY "NO SE PUDO ABRIR NOVEDADES.TXT - ESTADO "
                      WS-FS-NOVEDADES
                 DISPLAY "NO SE GRABO NINGUNA NOVEDAD"
                 DISPLAY SPACE
            ELSE
                 PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                         UNTIL WS-INDICE-REL > WS-CANTIDAD-REL
                     PERFORM 35510-NOVEDADES-EMPLEADO
                 END-PERFORM

                 CLOSE NOVEDADES-FILE
            END-IF.

       35510-NOVEDADES-EMPLEADO.
            IF WS-REL-MIN-EXTRA(WS-INDICE-REL) > 0 THEN
               MOVE SPACES TO NOV-REGISTRO
               MOVE WS-REL-CEDULA(WS-INDICE-REL) TO NOV-ID-EMPLEADO
               MOVE WS-REL-CON-HORAS TO NOV-CONCEPTO
               COMPUTE NOV-MONTO ROUNDED =
                   WS-REL-MIN-EXTRA(WS-INDICE-REL) / 60
               MOVE WS-PERIODO-PROCESO TO NOV-PERIODO
               WRITE NOV-REGISTRO
               ADD 1 TO WS-REL-LINEAS-HORAS
            END-IF

            IF WS-REL-FALTAS(WS-INDICE-REL) > 0 THEN
               MOVE SPACES TO NOV-REGISTRO
               MOVE WS-REL-CEDULA(WS-INDICE-REL) TO NOV-ID-EMPLEADO
               MOVE WS-REL-CON-FALTAS TO NOV-CONCEPTO
               MOVE WS-REL-FALTAS(WS-INDICE-REL) TO NOV-MONTO
               MOVE WS-PERIODO-PROCESO TO NOV-PERIODO
               WRITE NOV-REGISTRO
               ADD 1 TO WS-REL-LINEAS-FALTAS
            END-IF.

       35600-RESUMEN-RELOJ.
            MOVE SPACES TO EXR-LINEA
            WRITE EXR-LINEA

            MOVE SPACES TO EXR-LINEA
            STRING "EXCEPCIONES : " DELIMITED BY SIZE
                   WS-REL-EXCEPCIONES DELIMITED BY SIZE
                   "   ACTIVOS SIN MARCACIONES : " DELIMITED BY SIZE
                   WS-REL-SIN-MARCAR DELIMITED BY SIZE
                INTO EXR-LINEA
            END-STRING
            WRITE EXR-LINEA

            MOVE SPACES TO EXR-LINEA
            WRITE EXR-LINEA

            MOVE "RESUMEN POR EMPLEADO" TO EXR-LINEA
            WRITE EXR-LINEA
            MOVE WS-LINEA-ENCAB-RELOJ TO EXR-LINEA
            WRITE EXR-LINEA

            PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                    UNTIL WS-INDICE-REL > WS-CANTIDAD-REL
                MOVE SPACES TO WS-LINEA-RELOJ
                MOVE WS-REL-CEDULA(WS-INDICE-REL) TO WS-LRJ-CEDULA
                MOVE WS-REL-NOMBRE(WS-INDICE-REL) TO WS-LRJ-NOMBRE
                MOVE WS-REL-DIAS-MARCADOS(WS-INDICE-REL) TO
                     WS-LRJ-DIAS
                COMPUTE WS-LRJ-HORAS ROUNDED =
                    WS-REL-MIN-TRABAJADOS(WS-INDICE-REL) / 60
                COMPUTE WS-LRJ-EXTRA ROUNDED =
                    WS-REL-MIN-EXTRA(WS-INDICE-REL) / 60
                MOVE WS-REL-FALTAS(WS-INDICE-REL) TO WS-LRJ-FALTAS
                MOVE WS-LINEA-RELOJ TO EXR-LINEA
                WRITE EXR-LINEA
            END-PERFORM

            IF WS-REL-EXCEDIDOS > 0 THEN
               MOVE SPACES TO EXR-LINEA
               STRING "MARCACIONES FUERA DE LA TABLA : "
                          DELIMITED BY SIZE
                      WS-REL-EXCEDIDOS DELIMITED BY SIZE
                   INTO EXR-LINEA
               END-STRING
               WRITE EXR-LINEA
            END-IF.

       35890-EXCEPCION-MARCACION.
            MOVE SPACES TO WS-LINEA-EXC-RELOJ
            MOVE MAR-ID-EMPLEADO TO WS-LXR-CEDULA
            MOVE MAR-FECHA TO WS-LXR-FECHA
            MOVE MAR-ENTRADA TO WS-LXR-ENTRADA
            MOVE MAR-SALIDA TO WS-LXR-SALIDA

            PERFORM 35900-ESCRIBIR-EXCEPCION-RELOJ.

      * LA LINEA YA TRAE LA CEDULA (Y LA MARCACION, SI LA HAY)
       35900-ESCRIBIR-EXCEPCION-RELOJ.
            ADD 1 TO WS-REL-EXCEPCIONES

            MOVE WS-REL-MOTIVO TO WS-LXR-MOTIVO

            MOVE WS-LINEA-EXC-RELOJ TO EXR-LINEA
            WRITE EXR-LINEA.

       36000-PRESUPUESTO-DEPARTAMENTOS.
            DISPLAY "PRESUPUESTO DE NOMINA POR DEPARTAMENTO : "
            DISPLAY "1.- CARGAR O MODIFICAR EL PRESUPUESTO DE UN "
                 "DEPARTAMENTO"
            DISPLAY "2.- CONSULTAR EL PRESUPUESTO DE UN DEPARTAMENTO"
            DISPLAY "3.- REPORTE PRESUPUESTO VS REAL DE UN MES"
            DISPLAY "4.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
            WHEN 1
                 PERFORM 36100-CARGAR-PRESUPUESTO
            WHEN 2
                 PERFORM 36200-CONSULTAR-PRESUPUESTO
            WHEN 3
                 PERFORM 36300-REPORTE-PRESUPUESTO
            WHEN 4
                 CONTINUE
            WHEN OTHER
                 DISPLAY SPACE
                 DISPLAY "OPCION DE PRESUPUESTO INCORRECTA"
                 DISPLAY SPACE
                 PERFORM 36000-PRESUPUESTO-DEPARTAMENTOS
            END-EVALUATE

            PERFORM 1000-MENU-PROGRAMA.

      * EL PRESUPUESTO SOLO SE CARGA PARA DEPARTAMENTOS DEL CATALOGO
       36050-PEDIR-DEPARTAMENTO-ANIO.
            MOVE 'N' TO WS-PRS-VALIDO

            DISPLAY "DEPARTAMENTOS REGISTRADOS:"
            PERFORM 9850-LISTAR-DEPARTAMENTOS
            DISPLAY SPACE
            DISPLAY "INGRESE EL CODIGO DE DEPARTAMENTO:"
            ACCEPT WS-DEPARTAMENTO-BUSCAR

            PERFORM 9800-BUSCAR-DEPARTAMENTO

            IF WS-DEP-HALLADO = 'N' THEN
               DISPLAY SPACE
               DISPLAY "DEPARTAMENTO NO REGISTRADO, OPERACION "
                    "CANCELADA"
               DISPLAY SPACE
            ELSE
               DISPLAY "INGRESE EL ANIO DEL PRESUPUESTO (AAAA):"
               ACCEPT WS-PRS-ANIO

               IF WS-PRS-ANIO IS NUMERIC THEN
                  MOVE 'S' TO WS-PRS-VALIDO
               ELSE
                  DISPLAY SPACE
                  DISPLAY "ANIO NO VALIDO, OPERACION CANCELADA"
                  DISPLAY SPACE
               END-IF
            END-IF.

       36100-CARGAR-PRESUPUESTO.
            PERFORM 36050-PEDIR-DEPARTAMENTO-ANIO

            IF WS-PRS-VALIDO = 'S' THEN
               PERFORM 36190-ABRIR-PRESUPUESTO

               IF WS-PRESUPUESTO-ABIERTO = 'S' THEN
                  PERFORM 36110-EDITAR-PRESUPUESTO

                  PERFORM 36195-CERRAR-PRESUPUESTO
               END-IF
            END-IF.

      * SI EL DEPARTAMENTO YA TIENE PRESUPUESTO PARA EL ANIO SE
      * MUESTRA Y SOLO SE REEMPLAZAN LOS MESES QUE SE DIGITEN
       36110-EDITAR-PRESUPUESTO.
            MOVE WS-DEPARTAMENTO-BUSCAR TO PRS-DEPARTAMENTO
            MOVE WS-PRS-ANIO TO PRS-ANIO

            READ PRESUPUESTO-FILE
                INVALID KEY
                    MOVE 'N' TO WS-PRS-HALLADO
                NOT INVALID KEY
                    MOVE 'S' TO WS-PRS-HALLADO
            END-READ

            IF WS-PRS-HALLADO = 'S' THEN
               PERFORM 36210-MOSTRAR-PRESUPUESTO
            ELSE
               MOVE SPACES TO REGISTRO-PRESUPUESTO
               MOVE WS-DEPARTAMENTO-BUSCAR TO PRS-DEPARTAMENTO
               MOVE WS-PRS-ANIO TO PRS-ANIO
               MOVE ZERO TO PRS-PLAZAS

               PERFORM VARYING WS-INDICE-PRS FROM 1 BY 1
                       UNTIL WS-INDICE-PRS > 12
                   MOVE ZERO TO PRS-BRUTO-MES(WS-INDICE-PRS)
               END-PERFORM

               DISPLAY SPACE
               DISPLAY "PRESUPUESTO NUEVO PARA " PRS-DEPARTAMENTO
                    " DEL ANIO " PRS-ANIO
               DISPLAY SPACE
            END-IF

            MOVE 'N' TO WS-BANDERA

      * VALIDACION INGRESO PLAZAS APROBADAS
            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "INGRESE LAS PLAZAS APROBADAS:"
                ACCEPT WS-PRS-PLAZAS

                IF WS-PRS-PLAZAS IS NUMERIC THEN
                   MOVE WS-PRS-PLAZAS TO PRS-PLAZAS
                   MOVE 'S' TO WS-BANDERA
                ELSE
                   DISPLAY SPACE
                   DISPLAY "CANTIDAD DE PLAZAS NO VALIDA"
                   DISPLAY SPACE
                END-IF
            END-PERFORM

            MOVE 'N' TO WS-BANDERA

      * EL MES 00 CARGA EL MISMO MONTO EN LOS DOCE MESES
            PERFORM UNTIL WS-BANDERA = 'S'
                DISPLAY "MES A CARGAR (01 A 12, 00 = LOS DOCE MESES "
                     "IGUALES, 99 = TERMINAR):"
                ACCEPT WS-PRS-MES-CARGA

                EVALUATE TRUE
                WHEN WS-PRS-MES-CARGA IS NOT NUMERIC
                     DISPLAY SPACE
                     DISPLAY "MES NO VALIDO"
                     DISPLAY SPACE
                WHEN WS-PRS-MES-CARGA = 99
                     MOVE 'S' TO WS-BANDERA
                WHEN WS-PRS-MES-CARGA > 12
                     DISPLAY SPACE
                     DISPLAY "MES NO VALIDO"
                     DISPLAY SPACE
                WHEN OTHER
                     PERFORM 36120-PEDIR-MONTO-MES
                END-EVALUATE
            END-PERFORM

            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP(1:8) TO PRS-FECHA
            MOVE WS-OPERADOR-ID TO PRS-OPERADOR

            WRITE REGISTRO-PRESUPUESTO
                INVALID KEY
                    REWRITE REGISTRO-PRESUPUESTO
            END-WRITE

            MOVE "PRESUPUESTO DEP" TO WS-AUD-ACCION
            MOVE PRS-CLAVE TO WS-AUD-REFERENCIA
            PERFORM 9650-AUDITORIA-SEGURIDAD

            PERFORM 36210-MOSTRAR-PRESUPUESTO.

       36120-PEDIR-MONTO-MES.
            DISPLAY "INGRESE EL BRUTO PRESUPUESTADO DEL MES:"
            ACCEPT WS-PRS-MONTO

            IF WS-PRS-MONTO IS NOT NUMERIC THEN
               DISPLAY SPACE
               DISPLAY "MONTO NO VALIDO"
               DISPLAY SPACE
            ELSE
               IF WS-PRS-MES-CARGA = 0 THEN
                  PERFORM VARYING WS-INDICE-PRS FROM 1 BY 1
                          UNTIL WS-INDICE-PRS > 12
                      MOVE WS-PRS-MONTO TO
                           PRS-BRUTO-MES(WS-INDICE-PRS)
                  END-PERFORM
               ELSE
                  MOVE WS-PRS-MONTO TO
                       PRS-BRUTO-MES(WS-PRS-MES-CARGA)
               END-IF
            END-IF.

       36190-ABRIR-PRESUPUESTO.
            OPEN I-O PRESUPUESTO-FILE

            IF WS-FS-PRESUPUESTO = "35" THEN
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
            END-IF

            IF WS-FS-PRESUPUESTO = "00" THEN
               MOVE 'S' TO WS-PRESUPUESTO-ABIERTO
            ELSE
               MOVE 'N' TO WS-PRESUPUESTO-ABIERTO
               DISPLAY SPACE
               DISPLAY
               "NO SE PUDO ABRIR PRESUPUESTO_DEPTOS.DAT - ESTADO "
                    WS-FS-PRESUPUESTO
               DISPLAY SPACE
            END-IF.

       36195-CERRAR-PRESUPUESTO.
            IF WS-PRESUPUESTO-ABIERTO = 'S' THEN
               CLOSE PRESUPUESTO-FILE
               MOVE 'N' TO WS-PRESUPUESTO-ABIERTO
            END-IF.

       36200-CONSULTAR-PRESUPUESTO.
            PERFORM 36050-PEDIR-DEPARTAMENTO-ANIO

            IF WS-PRS-VALIDO = 'S' THEN
               PERFORM 36190-ABRIR-PRESUPUESTO

               IF WS-PRESUPUESTO-ABIERTO = 'S' THEN
                  MOVE WS-DEPARTAMENTO-BUSCAR TO PRS-DEPARTAMENTO
                  MOVE WS-PRS-ANIO TO PRS-ANIO

                  READ PRESUPUESTO-FILE
                      INVALID KEY
                          DISPLAY SPACE
                          DISPLAY "EL DEPARTAMENTO NO TIENE "
                               "PRESUPUESTO PARA ESE ANIO"
                          DISPLAY SPACE
                      NOT INVALID KEY
                          PERFORM 36210-MOSTRAR-PRESUPUESTO
                  END-READ

                  PERFORM 36195-CERRAR-PRESUPUESTO
               END-IF
            END-IF.

       36210-MOSTRAR-PRESUPUESTO.
            MOVE ZERO TO WS-PRS-PRES-ANIO

            DISPLAY SPACE
            DISPLAY "PRESUPUESTO " PRS-DEPARTAMENTO " ANIO " PRS-ANIO
            DISPLAY "PLAZAS APROBADAS : " PRS-PLAZAS

            PERFORM VARYING WS-INDICE-PRS FROM 1 BY 1
                    UNTIL WS-INDICE-PRS > 12
                MOVE PRS-BRUTO-MES(WS-INDICE-PRS) TO WS-PRS-MONTO-ED
                DISPLAY "MES " WS-INDICE-PRS " : " WS-PRS-MONTO-ED
                ADD PRS-BRUTO-MES(WS-INDICE-PRS) TO WS-PRS-PRES-ANIO
            END-PERFORM

            MOVE WS-PRS-PRES-ANIO TO WS-PRS-MONTO-ED
            DISPLAY "TOTAL  : " WS-PRS-MONTO-ED

            IF PRS-FECHA NOT = SPACES THEN
               DISPLAY "ULTIMA MODIFICACION " PRS-FECHA " POR "
                    PRS-OPERADOR
            END-IF
            DISPLAY SPACE.

       36300-REPORTE-PRESUPUESTO.
            DISPLAY
            "INGRESE EL MES (AAAA-MM, ENTER PARA CANCELAR):"
            ACCEPT WS-PRS-MES-ENTRADA

            IF WS-PRS-MES-ENTRADA(1:4) IS NUMERIC AND
               WS-PRS-MES-ENTRADA(5:1) = '-' AND
               WS-PRS-MES-ENTRADA(6:2) IS NUMERIC
               THEN
               MOVE WS-PRS-MES-ENTRADA(6:2) TO WS-PRS-MES
               IF WS-PRS-MES > 0 AND WS-PRS-MES NOT > 12
                  MOVE WS-PRS-MES-ENTRADA(1:4) TO WS-PRS-ANIO
                  MOVE ZERO TO WS-RC-PASO
                  PERFORM 36310-GENERAR-PRESUPUESTO-REAL

                  IF WS-RC-PASO < 8 THEN
                     DISPLAY SPACE
                     DISPLAY "REPORTE GENERADO EN "
                          "PRESUPUESTO_VS_REAL.TXT"
                     DISPLAY "DEPARTAMENTOS SOBRE LA TOLERANCIA : "
                          WS-PRS-EXCEDIDOS
                     DISPLAY "DEPARTAMENTOS SIN PRESUPUESTO     : "
                          WS-PRS-SIN-PRESUPUESTO
                     DISPLAY SPACE
                  END-IF
               ELSE
                  DISPLAY SPACE
                  DISPLAY "MES NO VALIDO, OPERACION CANCELADA"
                  DISPLAY SPACE
               END-IF
            ELSE
               IF WS-PRS-MES-ENTRADA NOT = SPACES THEN
                  DISPLAY SPACE
                  DISPLAY "MES NO VALIDO, OPERACION CANCELADA"
                  DISPLAY SPACE
               END-IF
            END-IF.

      * EL CUERPO DEL REPORTE ES COMPARTIDO POR EL MENU Y EL PROCESO
      * NOCTURNO: RECIBE WS-PRS-ANIO Y WS-PRS-MES. LO REAL SALE DEL
      * BRUTO DEL HISTORICO DE LAS QUINCENAS 01 A 24 (LOS PERIODOS
      * ESPECIALES DE DECIMO Y UTILIDADES NO ENTRAN); LOS ACTIVOS SON
      * LOS DEL MAESTRO AL MOMENTO DE CORRER EL REPORTE
       36310-GENERAR-PRESUPUESTO-REAL.
            MOVE ZERO TO WS-PRS-EXCEDIDOS
            MOVE ZERO TO WS-PRS-SIN-PRESUPUESTO
            COMPUTE WS-PRS-QUINCENA-FIN = WS-PRS-MES * 2

            PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                    UNTIL WS-INDICE-DEP > WS-CANTIDAD-DEPTOS + 1
                MOVE ZERO TO WS-DEP-ACTIVOS(WS-INDICE-DEP)
                MOVE ZERO TO WS-DEP-REAL-MES(WS-INDICE-DEP)
                MOVE ZERO TO WS-DEP-REAL-ACUM(WS-INDICE-DEP)
            END-PERFORM

            PERFORM 36320-CONTAR-ACTIVOS

            PERFORM 14100-ABRIR-HISTORICO

            IF WS-FS-HISTORICO NOT = "00" THEN
               MOVE 8 TO WS-RC-PASO
               DISPLAY SPACE
               DISPLAY "NO SE PUDO ABRIR NOMINA_HISTORICO.DAT"
               DISPLAY SPACE
            ELSE
               PERFORM 36330-ACUMULAR-REAL

               CLOSE NOMINA-HISTORICO-FILE

               PERFORM 36190-ABRIR-PRESUPUESTO

               IF WS-PRESUPUESTO-ABIERTO = 'S' THEN
                  PERFORM 36340-ESCRIBIR-REPORTE-PRESUP

                  PERFORM 36195-CERRAR-PRESUPUESTO
               ELSE
                  MOVE 8 TO WS-RC-PASO
               END-IF
            END-IF.

       36320-CONTAR-ACTIVOS.
            MOVE 'N' TO WS-EOF
            MOVE LOW-VALUES TO ID-EMPLEADO

            START EMPLEADO-MASTER-FILE
                KEY IS NOT LESS THAN ID-EMPLEADO
                INVALID KEY
                    MOVE 'S' TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 'S'
               READ EMPLEADO-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF
                  NOT AT END
                     IF EMP-ESTADO NOT = 'S' AND
                        EMP-ESTADO NOT = 'T'
                        THEN
                        MOVE DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCAR
                        PERFORM 9800-BUSCAR-DEPARTAMENTO

                        IF WS-DEP-HALLADO = 'N' THEN
                           COMPUTE WS-INDICE-DEP =
                                   WS-CANTIDAD-DEPTOS + 1
                        END-IF

                        ADD 1 TO WS-DEP-ACTIVOS(WS-INDICE-DEP)
                     END-IF
               END-READ
            END-PERFORM.

      * EL HISTORICO ESTA ORDENADO POR PERIODO: SE RECORRE DESDE LA
      * PRIMERA QUINCENA DEL ANIO HASTA LA SEGUNDA DEL MES PEDIDO
       36330-ACUMULAR-REAL.
            MOVE 'N' TO WS-EOF-HISTORICO
            MOVE WS-PRS-ANIO TO HIST-PERIODO(1:4)
            MOVE "-01" TO HIST-PERIODO(5:3)
            MOVE LOW-VALUES TO HIST-ID-EMPLEADO

            START NOMINA-HISTORICO-FILE
                KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-START

            PERFORM UNTIL WS-EOF-HISTORICO = 'S'
               READ NOMINA-HISTORICO-FILE NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-HISTORICO
                  NOT AT END
                     MOVE ZERO TO WS-PRS-QUINCENA
                     IF HIST-PERIODO(6:2) IS NUMERIC THEN
                        MOVE HIST-PERIODO(6:2) TO WS-PRS-QUINCENA
                     END-IF

                     IF HIST-PERIODO(1:4) NOT = WS-PRS-ANIO OR
                        WS-PRS-QUINCENA > WS-PRS-QUINCENA-FIN
                        THEN
                        MOVE 'S' TO WS-EOF-HISTORICO
                     ELSE
                        PERFORM 36335-SUMAR-FILA-REAL
                     END-IF
               END-READ
            END-PERFORM.

       36335-SUMAR-FILA-REAL.
            COMPUTE WS-PRS-MES-FILA = (WS-PRS-QUINCENA + 1) / 2

            MOVE HIST-DEPARTAMENTO TO WS-DEPARTAMENTO-BUSCAR
            PERFORM 9800-BUSCAR-DEPARTAMENTO

            IF WS-DEP-HALLADO = 'N' THEN
               COMPUTE WS-INDICE-DEP = WS-CANTIDAD-DEPTOS + 1
            END-IF

            ADD HIST-SALARIO-BRUTO TO WS-DEP-REAL-ACUM(WS-INDICE-DEP)

            IF WS-PRS-MES-FILA = WS-PRS-MES THEN
               ADD HIST-SALARIO-BRUTO TO
                   WS-DEP-REAL-MES(WS-INDICE-DEP)
            END-IF.

       36340-ESCRIBIR-REPORTE-PRESUP.
            OPEN OUTPUT REPORTE-PRESUPUESTO-FILE

            IF WS-FS-REP-PRESUP NOT = "00" THEN
               MOVE 8 TO WS-RC-PASO
               DISPLAY SPACE
               DISPLAY "NO SE PUDO ABRIR PRESUPUESTO_VS_REAL.TXT"
               DISPLAY SPACE
            ELSE
               MOVE WS-PRS-TOLERANCIA TO WS-PRS-TOLERANCIA-ED

               MOVE SPACES TO RPR-LINEA
               STRING "PRESUPUESTO VS REAL POR DEPARTAMENTO - MES "
                          DELIMITED BY SIZE
                      WS-PRS-ANIO DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PRS-MES DELIMITED BY SIZE
                      " - TOLERANCIA " DELIMITED BY SIZE
                      WS-PRS-TOLERANCIA-ED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO RPR-LINEA
               END-STRING
               WRITE RPR-LINEA

               MOVE SPACES TO RPR-LINEA
               MOVE "ACUMULADO DE ENERO AL MES DEL REPORTE; ACTIVOS "
                    & "SEGUN EL MAESTRO A LA FECHA DE EMISION"
                    TO RPR-LINEA
               WRITE RPR-LINEA

               MOVE SPACES TO RPR-LINEA
               WRITE RPR-LINEA

               MOVE WS-LINEA-ENCAB-PRESUPUESTO TO RPR-LINEA
               WRITE RPR-LINEA

               MOVE ZERO TO WS-PRS-TOT-PLAZAS
               MOVE ZERO TO WS-PRS-TOT-ACTIVOS
               MOVE ZERO TO WS-PRS-TOT-PRES-MES
               MOVE ZERO TO WS-PRS-TOT-REAL-MES
               MOVE ZERO TO WS-PRS-TOT-PRES-ACUM
               MOVE ZERO TO WS-PRS-TOT-REAL-ACUM

               PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                       UNTIL WS-INDICE-DEP > WS-CANTIDAD-DEPTOS + 1
                   PERFORM 36350-LINEA-PRESUPUESTO
               END-PERFORM

               PERFORM 36370-TOTAL-PRESUPUESTO

               CLOSE REPORTE-PRESUPUESTO-FILE

               IF WS-PRS-EXCEDIDOS > 0 OR
                  WS-PRS-SIN-PRESUPUESTO > 0
                  THEN
                  IF WS-RC-PASO < 4 THEN
                     MOVE 4 TO WS-RC-PASO
                  END-IF
               END-IF
            END-IF.

      * LA FILA SIN DEPARTAMENTO Y LOS DEPARTAMENTOS SIN PRESUPUESTO
      * NI MOVIMIENTO NI ACTIVOS NO SE IMPRIMEN
       36350-LINEA-PRESUPUESTO.
            MOVE 'N' TO WS-PRS-HALLADO
            MOVE ZERO TO WS-PRS-PLAZAS
            MOVE ZERO TO WS-PRS-PRES-MES
            MOVE ZERO TO WS-PRS-PRES-ACUM

            IF WS-INDICE-DEP NOT > WS-CANTIDAD-DEPTOS THEN
               MOVE WS-DEP-CODIGO(WS-INDICE-DEP) TO PRS-DEPARTAMENTO
               MOVE WS-PRS-ANIO TO PRS-ANIO

               READ PRESUPUESTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PRS-HALLADO
                       MOVE PRS-PLAZAS TO WS-PRS-PLAZAS
                       MOVE PRS-BRUTO-MES(WS-PRS-MES) TO
                            WS-PRS-PRES-MES
                       PERFORM VARYING WS-INDICE-PRS FROM 1 BY 1
                               UNTIL WS-INDICE-PRS > WS-PRS-MES
                           ADD PRS-BRUTO-MES(WS-INDICE-PRS) TO
                               WS-PRS-PRES-ACUM
                       END-PERFORM
               END-READ
            END-IF

            IF WS-PRS-HALLADO = 'S' OR
               WS-DEP-ACTIVOS(WS-INDICE-DEP) > 0 OR
               WS-DEP-REAL-ACUM(WS-INDICE-DEP) > 0
               THEN
               MOVE SPACES TO WS-LPR-OBSERVACION
               MOVE SPACE TO WS-LPR-MARCA-PLAZAS
               MOVE 'N' TO WS-PRS-EXCEDE

               IF WS-INDICE-DEP > WS-CANTIDAD-DEPTOS THEN
                  MOVE "????" TO WS-LPR-CODIGO
                  MOVE "SIN DEPTO" TO WS-LPR-DESCRIPCION
               ELSE
                  MOVE WS-DEP-CODIGO(WS-INDICE-DEP) TO WS-LPR-CODIGO
                  MOVE WS-DEP-DESCRIPCION(WS-INDICE-DEP) TO
                       WS-LPR-DESCRIPCION
               END-IF

               MOVE WS-PRS-PLAZAS TO WS-LPR-PLAZAS
               MOVE WS-DEP-ACTIVOS(WS-INDICE-DEP) TO WS-LPR-ACTIVOS

               IF WS-DEP-ACTIVOS(WS-INDICE-DEP) > WS-PRS-PLAZAS THEN
                  MOVE "*" TO WS-LPR-MARCA-PLAZAS
               END-IF

               MOVE WS-PRS-PRES-MES TO WS-LPR-PRES-MES
               MOVE WS-DEP-REAL-MES(WS-INDICE-DEP) TO WS-LPR-REAL-MES
               COMPUTE WS-PRS-VARIACION =
                       WS-DEP-REAL-MES(WS-INDICE-DEP) - WS-PRS-PRES-MES
               MOVE WS-PRS-PRES-MES TO WS-PRS-BASE
               PERFORM 36360-CALCULAR-PORCENTAJE
               MOVE WS-PRS-VARIACION TO WS-LPR-VAR-MES
               MOVE WS-PRS-PORCENTAJE TO WS-LPR-POR-MES

               IF WS-PRS-PORCENTAJE > WS-PRS-TOLERANCIA THEN
                  MOVE 'S' TO WS-PRS-EXCEDE
                  MOVE "EXCEDE MES" TO WS-LPR-OBSERVACION
               END-IF

               MOVE WS-PRS-PRES-ACUM TO WS-LPR-PRES-ACUM
               MOVE WS-DEP-REAL-ACUM(WS-INDICE-DEP) TO
                    WS-LPR-REAL-ACUM
               COMPUTE WS-PRS-VARIACION =
                       WS-DEP-REAL-ACUM(WS-INDICE-DEP) -
                       WS-PRS-PRES-ACUM
               MOVE WS-PRS-PRES-ACUM TO WS-PRS-BASE
               PERFORM 36360-CALCULAR-PORCENTAJE
               MOVE WS-PRS-VARIACION TO WS-LPR-VAR-ACUM
               MOVE WS-PRS-PORCENTAJE TO WS-LPR-POR-ACUM

               IF WS-PRS-PORCENTAJE > WS-PRS-TOLERANCIA THEN
                  IF WS-PRS-EXCEDE = 'S' THEN
                     MOVE "EXCEDE MES+ACU" TO WS-LPR-OBSERVACION
                  ELSE
                     MOVE "EXCEDE ACUM" TO WS-LPR-OBSERVACION
                  END-IF
                  MOVE 'S' TO WS-PRS-EXCEDE
               END-IF

      * SIN REGISTRO DE PRESUPUESTO NO HAY CONTRA QUE MEDIR: SE
      * INFORMA APARTE DE LOS EXCEDIDOS
               IF WS-PRS-HALLADO = 'N' THEN
                  MOVE "SIN PRESUPUEST" TO WS-LPR-OBSERVACION
                  ADD 1 TO WS-PRS-SIN-PRESUPUESTO
               ELSE
                  IF WS-PRS-EXCEDE = 'S' THEN
                     ADD 1 TO WS-PRS-EXCEDIDOS
                  END-IF
               END-IF

               ADD WS-PRS-PLAZAS TO WS-PRS-TOT-PLAZAS
               ADD WS-DEP-ACTIVOS(WS-INDICE-DEP) TO WS-PRS-TOT-ACTIVOS
               ADD WS-PRS-PRES-MES TO WS-PRS-TOT-PRES-MES
               ADD WS-DEP-REAL-MES(WS-INDICE-DEP) TO
                   WS-PRS-TOT-REAL-MES
               ADD WS-PRS-PRES-ACUM TO WS-PRS-TOT-PRES-ACUM
               ADD WS-DEP-REAL-ACUM(WS-INDICE-DEP) TO
                   WS-PRS-TOT-REAL-ACUM

               MOVE WS-LINEA-PRESUPUESTO TO RPR-LINEA
               WRITE RPR-LINEA
            END-IF.

      * SIN PRESUPUESTO EL PORCENTAJE SE INFORMA COMO 999.99 SI HUBO
      * PAGO; LOS EXTREMOS SE TOPAN AL ANCHO DE LA COLUMNA
       36360-CALCULAR-PORCENTAJE.
            IF WS-PRS-BASE = 0 THEN
               IF WS-PRS-VARIACION > 0 THEN
                  MOVE 999.99 TO WS-PRS-PORCENTAJE
               ELSE
                  MOVE ZERO TO WS-PRS-PORCENTAJE
               END-IF
            ELSE
               COMPUTE WS-PRS-PORCENTAJE ROUNDED =
                       WS-PRS-VARIACION * 100 / WS-PRS-BASE

               IF WS-PRS-PORCENTAJE > 999.99 THEN
                  MOVE 999.99 TO WS-PRS-PORCENTAJE
               END-IF

               IF WS-PRS-PORCENTAJE < -999.99 THEN
                  MOVE -999.99 TO WS-PRS-PORCENTAJE
               END-IF
            END-IF.

       36370-TOTAL-PRESUPUESTO.
            MOVE SPACES TO RPR-LINEA
            WRITE RPR-LINEA

            MOVE SPACES TO WS-LPR-CODIGO
            MOVE "TOTAL" TO WS-LPR-DESCRIPCION
            MOVE SPACE TO WS-LPR-MARCA-PLAZAS
            MOVE SPACES TO WS-LPR-OBSERVACION
            MOVE WS-PRS-TOT-PLAZAS TO WS-LPR-PLAZAS
            MOVE WS-PRS-TOT-ACTIVOS TO WS-LPR-ACTIVOS

            MOVE WS-PRS-TOT-PRES-MES TO WS-LPR-PRES-MES
            MOVE WS-PRS-TOT-REAL-MES TO WS-LPR-REAL-MES
            COMPUTE WS-PRS-VARIACION =
                    WS-PRS-TOT-REAL-MES - WS-PRS-TOT-PRES-MES
            MOVE WS-PRS-TOT-PRES-MES TO WS-PRS-BASE
            PERFORM 36360-CALCULAR-PORCENTAJE
            MOVE WS-PRS-VARIACION TO WS-LPR-VAR-MES
            MOVE WS-PRS-PORCENTAJE TO WS-LPR-POR-MES

            MOVE WS-PRS-TOT-PRES-ACUM TO WS-LPR-PRES-ACUM
            MOVE WS-PRS-TOT-REAL-ACUM TO WS-LPR-REAL-ACUM
            COMPUTE WS-PRS-VARIACION =
                    WS-PRS-TOT-REAL-ACUM - WS-PRS-TOT-PRES-ACUM
            MOVE WS-PRS-TOT-PRES-ACUM TO WS-PRS-BASE
            PERFORM 36360-CALCULAR-PORCENTAJE
            MOVE WS-PRS-VARIACION TO WS-LPR-VAR-ACUM
            MOVE WS-PRS-PORCENTAJE TO WS-LPR-POR-ACUM

            MOVE WS-LINEA-PRESUPUESTO TO RPR-LINEA
            WRITE RPR-LINEA

            MOVE SPACES TO RPR-LINEA
            WRITE RPR-LINEA

            MOVE "* ACTIVOS POR ENCIMA DE LAS PLAZAS APROBADAS"
                 TO RPR-LINEA
            WRITE RPR-LINEA

            MOVE SPACES TO RPR-LINEA
            STRING "DEPARTAMENTOS SOBRE LA TOLERANCIA: "
                       DELIMITED BY SIZE
                   WS-PRS-EXCEDIDOS DELIMITED BY SIZE
                   "  SIN PRESUPUESTO: " DELIMITED BY SIZE
                   WS-PRS-SIN-PRESUPUESTO DELIMITED BY SIZE
                INTO RPR-LINEA
            END-STRING
            WRITE RPR-LINEA.

       37000-BITACORA-CAMBIOS.
            DISPLAY "BITACORA DE CAMBIOS POR CAMPO : "
            DISPLAY "1.- CONSULTAR POR CEDULA (O ID DE OPERADOR)"
            DISPLAY "2.- CONSULTAR POR OPERADOR QUE HIZO EL CAMBIO"
            DISPLAY "3.- CONSULTAR POR RANGO DE FECHAS"
            DISPLAY "4.- VOLVER AL MENU PRINCIPAL"
            DISPLAY SPACE

            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
            WHEN 1
                 PERFORM 37600-CONSULTAR-POR-CEDULA
            WHEN 2
                 PERFORM 37610-CONSULTAR-POR-OPERADOR
            WHEN 3
                 PERFORM 37620-CONSULTAR-POR-FECHAS
            WHEN 4
                 CONTINUE
            WHEN OTHER
                 DISPLAY SPACE
                 DISPLAY "OPCION DE BITACORA INCORRECTA"
                 DISPLAY SPACE
                 PERFORM 37000-BITACORA-CAMBIOS
            END-EVALUATE

            PERFORM 1000-MENU-PROGRAMA.

      * LA CLAVE ES FECHA, HORA Y UNA SECUENCIA DE LA SESION; SI
      * OTRA SESION GRABO LA MISMA CLAVE SE AVANZA LA SECUENCIA
       37100-REGISTRAR-CAMBIO.
            IF WS-CMB-ANTES NOT = WS-CMB-DESPUES THEN
               PERFORM 37190-ABRIR-CAMBIOS

               IF WS-CAMBIOS-ABIERTOS = 'S' THEN
                  MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

                  MOVE WS-TIMESTAMP(1:8) TO CMB-FECHA
                  MOVE WS-TIMESTAMP(9:8) TO CMB-HORA
                  MOVE WS-CMB-REFERENCIA TO CMB-REFERENCIA
                  MOVE WS-OPERADOR-ID TO CMB-OPERADOR
                  MOVE WS-CMB-ORIGEN TO CMB-ORIGEN
                  MOVE WS-CMB-CAMPO TO CMB-CAMPO
                  MOVE WS-CMB-ANTES TO CMB-VALOR-ANTERIOR
                  MOVE WS-CMB-DESPUES TO CMB-VALOR-NUEVO

                  MOVE 'N' TO WS-CMB-GRABADO
                  MOVE ZERO TO WS-CMB-INTENTOS

                  PERFORM UNTIL WS-CMB-GRABADO = 'S' OR
                                WS-CMB-INTENTOS > 20
                      ADD 1 TO WS-CMB-SECUENCIA
                      ADD 1 TO WS-CMB-INTENTOS
                      MOVE WS-CMB-SECUENCIA TO CMB-SECUENCIA

                      WRITE REGISTRO-CAMBIO
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE 'S' TO WS-CMB-GRABADO
                      END-WRITE
                  END-PERFORM

                  IF WS-CMB-GRABADO = 'N' THEN
                     DISPLAY SPACE
                     DISPLAY "NO SE PUDO GRABAR EL CAMBIO DE "
                          WS-CMB-CAMPO " - ESTADO " WS-FS-CAMBIOS
                     DISPLAY SPACE
                  END-IF

                  PERFORM 37195-CERRAR-CAMBIOS
               END-IF
            END-IF.

      * LOS MONTOS SE GRABAN EDITADOS, CON PUNTO DECIMAL
       37110-REGISTRAR-CAMBIO-MONTO.
            IF WS-CMB-MONTO-ANTES NOT = WS-CMB-MONTO-DESPUES THEN
               MOVE WS-CMB-MONTO-ANTES TO WS-CMB-MONTO-ED
               MOVE FUNCTION TRIM(WS-CMB-MONTO-ED) TO WS-CMB-ANTES
               MOVE WS-CMB-MONTO-DESPUES TO WS-CMB-MONTO-ED
               MOVE FUNCTION TRIM(WS-CMB-MONTO-ED) TO WS-CMB-DESPUES
               PERFORM 37100-REGISTRAR-CAMBIO
            END-IF.

       37190-ABRIR-CAMBIOS.
            OPEN I-O CAMBIOS-FILE

            IF WS-FS-CAMBIOS = "35" THEN
               OPEN OUTPUT CAMBIOS-FILE
               CLOSE CAMBIOS-FILE
               OPEN I-O CAMBIOS-FILE
            END-IF

            IF WS-FS-CAMBIOS = "00" THEN
               MOVE 'S' TO WS-CAMBIOS-ABIERTOS
            ELSE
               MOVE 'N' TO WS-CAMBIOS-ABIERTOS
               DISPLAY SPACE
               DISPLAY "NO SE PUDO ABRIR CAMBIOS_CAMPOS.DAT - ESTADO "
                    WS-FS-CAMBIOS
               DISPLAY SPACE
            END-IF.

       37195-CERRAR-CAMBIOS.
            IF WS-CAMBIOS-ABIERTOS = 'S' THEN
               CLOSE CAMBIOS-FILE
               MOVE 'N' TO WS-CAMBIOS-ABIERTOS
            END-IF.

      * COMPARA EL MAESTRO YA GRABADO CON LA IMAGEN PREVIA QUE EL
      * LLAMADOR DEJO EN WS-CMB-EMPLEADO, CAMPO POR CAMPO
       37200-CAMBIOS-EMPLEADO.
            MOVE ID-EMPLEADO TO WS-CMB-REFERENCIA

            MOVE "NOMBRE" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-NOMBRE TO WS-CMB-ANTES
            MOVE NOMBRE TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "SALARIO-BRUTO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-BRUTO TO WS-CMB-MONTO-ANTES
            MOVE SALARIO-BRUTO TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "DEDUCCION-IMPUESTOS" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-IMPUESTOS TO WS-CMB-MONTO-ANTES
            MOVE DEDUCCION-IMPUESTOS TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "DEDUCCION-SEGURO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-SEGURO TO WS-CMB-MONTO-ANTES
            MOVE DEDUCCION-SEGURO TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "SALARIO-NETO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-NETO TO WS-CMB-MONTO-ANTES
            MOVE SALARIO-NETO TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "NIVEL-EDUCATIVO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-EDUCACION TO WS-CMB-ANTES
            MOVE NIVEL-EDUCATIVO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "TIPO-VIVIENDA" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-VIVIENDA TO WS-CMB-ANTES
            MOVE TIPO-VIVIENDA TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "NUMERO-DORMITORIOS" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-DORMITORIOS TO WS-CMB-ANTES
            MOVE NUMERO-DORMITORIOS TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "NUMERO-VEHICULOS" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-VEHICULOS TO WS-CMB-ANTES
            MOVE NUMERO-VEHICULOS TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "DEPARTAMENTO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-DEPARTAMENTO TO WS-CMB-ANTES
            MOVE DEPARTAMENTO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "EMP-ESTADO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-ESTADO TO WS-CMB-ANTES
            MOVE EMP-ESTADO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "FECHA-INGRESO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-INGRESO TO WS-CMB-ANTES
            MOVE FECHA-INGRESO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "FECHA-SALIDA" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-SALIDA TO WS-CMB-ANTES
            MOVE FECHA-SALIDA TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO.

      * EL LLAMADOR DEJA LA IMAGEN PREVIA EN WS-CMB-PRESTAMO Y EL
      * ORIGEN DEL CAMBIO
       37300-CAMBIOS-PRESTAMO.
            MOVE PRE-ID-EMPLEADO TO WS-CMB-REFERENCIA

            MOVE "PRE-MONTO-ORIGINAL" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-MONTO TO WS-CMB-MONTO-ANTES
            MOVE PRE-MONTO-ORIGINAL TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "PRE-VALOR-CUOTA" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-CUOTA TO WS-CMB-MONTO-ANTES
            MOVE PRE-VALOR-CUOTA TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "PRE-SALDO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-SALDO TO WS-CMB-MONTO-ANTES
            MOVE PRE-SALDO TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO

            MOVE "PRE-FECHA-OTORGADO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-FECHA TO WS-CMB-ANTES
            MOVE PRE-FECHA-OTORGADO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "PRE-ULTIMO-PERIODO" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-PERIODO TO WS-CMB-ANTES
            MOVE PRE-ULTIMO-PERIODO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE "PRE-ULTIMA-CUOTA" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-PRE-ULT-CUOTA TO WS-CMB-MONTO-ANTES
            MOVE PRE-ULTIMA-CUOTA TO WS-CMB-MONTO-DESPUES
            PERFORM 37110-REGISTRAR-CAMBIO-MONTO.

      * LAS CUENTAS SE COMPARAN POSICION POR POSICION; LAS
      * POSICIONES SIN CUENTA QUEDAN EN BLANCO EN AMBAS IMAGENES
       37400-CAMBIOS-CUENTAS.
            MOVE CTA-ID-EMPLEADO TO WS-CMB-REFERENCIA
            MOVE "CUENTAS" TO WS-CMB-ORIGEN

            MOVE "CTA-CANTIDAD" TO WS-CMB-CAMPO
            MOVE WS-CMB-ANT-CTA-CANTIDAD TO WS-CMB-ANTES
            MOVE CTA-CANTIDAD TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            PERFORM VARYING WS-CMB-NUM-CUENTA FROM 1 BY 1
                    UNTIL WS-CMB-NUM-CUENTA > 3
                PERFORM 37410-CAMBIOS-UNA-CUENTA
            END-PERFORM.

       37410-CAMBIOS-UNA-CUENTA.
            MOVE CTA-DETALLE(WS-CMB-NUM-CUENTA) TO WS-CMB-CTA-NUEVA

            MOVE SPACES TO WS-CMB-CAMPO
            STRING "CUENTA " DELIMITED BY SIZE
                   WS-CMB-NUM-CUENTA DELIMITED BY SIZE
                   " BANCO" DELIMITED BY SIZE
                INTO WS-CMB-CAMPO
            END-STRING
            MOVE WS-CMB-ANT-CTA-BANCO(WS-CMB-NUM-CUENTA) TO
                 WS-CMB-ANTES
            MOVE WS-CMB-NUE-CTA-BANCO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE SPACES TO WS-CMB-CAMPO
            STRING "CUENTA " DELIMITED BY SIZE
                   WS-CMB-NUM-CUENTA DELIMITED BY SIZE
                   " TIPO" DELIMITED BY SIZE
                INTO WS-CMB-CAMPO
            END-STRING
            MOVE WS-CMB-ANT-CTA-TIPO(WS-CMB-NUM-CUENTA) TO
                 WS-CMB-ANTES
            MOVE WS-CMB-NUE-CTA-TIPO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE SPACES TO WS-CMB-CAMPO
            STRING "CUENTA " DELIMITED BY SIZE
                   WS-CMB-NUM-CUENTA DELIMITED BY SIZE
                   " NUMERO" DELIMITED BY SIZE
                INTO WS-CMB-CAMPO
            END-STRING
            MOVE WS-CMB-ANT-CTA-NUMERO(WS-CMB-NUM-CUENTA) TO
                 WS-CMB-ANTES
            MOVE WS-CMB-NUE-CTA-NUMERO TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO

            MOVE SPACES TO WS-CMB-CAMPO
            STRING "CUENTA " DELIMITED BY SIZE
                   WS-CMB-NUM-CUENTA DELIMITED BY SIZE
                   " PORCENTAJE" DELIMITED BY SIZE
                INTO WS-CMB-CAMPO
            END-STRING
            MOVE WS-CMB-ANT-CTA-PORCENTAJE(WS-CMB-NUM-CUENTA) TO
                 WS-CMB-ANTES
            MOVE WS-CMB-NUE-CTA-PORCENTAJE TO WS-CMB-DESPUES
            PERFORM 37100-REGISTRAR-CAMBIO.

      * UN OPERADOR NUEVO DEJA SU ROL Y SU ESTADO INICIAL; LA CLAVE
      * SOLO SE REGISTRA COMO ASIGNADA
       37500-CAMBIOS-OPERADOR-NUEVO.
            MOVE "OPE-ROL" TO WS-CMB-CAMPO
            MOVE SPACES TO WS-CMB-ANTES
            MOVE OPE-ROL TO WS-CMB-DESPUES
            PERFORM 37510-CAMBIO-OPERADOR

            MOVE "OPE-ACTIVO" TO WS-CMB-CAMPO
            MOVE SPACES TO WS-CMB-ANTES
            MOVE OPE-ACTIVO TO WS-CMB-DESPUES
            PERFORM 37510-CAMBIO-OPERADOR

            MOVE "OPE-CLAVE" TO WS-CMB-CAMPO
            MOVE SPACES TO WS-CMB-ANTES
            MOVE "ASIGNADA" TO WS-CMB-DESPUES
            PERFORM 37510-CAMBIO-OPERADOR.

       37510-CAMBIO-OPERADOR.
            MOVE OPE-ID TO WS-CMB-REFERENCIA
            MOVE "OPERADORES" TO WS-CMB-ORIGEN
            PERFORM 37100-REGISTRAR-CAMBIO.

       37600-CONSULTAR-POR-CEDULA.
            DISPLAY "INGRESE LA CEDULA O EL ID DE OPERADOR "
                 "(ENTER=CANCELAR):"
            ACCEPT WS-CMB-BUSCAR

            IF WS-CMB-BUSCAR NOT = SPACES THEN
               MOVE 'C' TO WS-CMB-MODO
               PERFORM 37700-LISTAR-CAMBIOS
            END-IF.

       37610-CONSULTAR-POR-OPERADOR.
            DISPLAY "INGRESE EL ID DEL OPERADOR (ENTER=CANCELAR):"
            ACCEPT WS-CMB-BUSCAR

            IF WS-CMB-BUSCAR NOT = SPACES THEN
               MOVE 'O' TO WS-CMB-MODO
               PERFORM 37700-LISTAR-CAMBIOS
            END-IF.

       37620-CONSULTAR-POR-FECHAS.
            DISPLAY "FECHA DESDE (AAAAMMDD):"
            ACCEPT WS-CMB-DESDE
            DISPLAY "FECHA HASTA (AAAAMMDD, ENTER=HOY):"
            ACCEPT WS-CMB-HASTA

            IF WS-CMB-HASTA = SPACES THEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-CMB-HASTA
            END-IF

            IF WS-CMB-DESDE IS NUMERIC AND
               WS-CMB-HASTA IS NUMERIC AND
               WS-CMB-DESDE NOT > WS-CMB-HASTA
               THEN
               MOVE 'F' TO WS-CMB-MODO
               PERFORM 37700-LISTAR-CAMBIOS
            ELSE
               DISPLAY SPACE
               DISPLAY "RANGO DE FECHAS NO VALIDO, OPERACION "
                    "CANCELADA"
               DISPLAY SPACE
            END-IF.

      * LA CONSULTA SE MUESTRA EN PANTALLA Y QUEDA IMPRESA EN
      * CAMBIOS_CAMPOS.TXT; POR CEDULA Y POR OPERADOR SE LEE LA
      * CLAVE ALTERNA, POR FECHAS LA CLAVE PRINCIPAL
       37700-LISTAR-CAMBIOS.
            PERFORM 37190-ABRIR-CAMBIOS

            IF WS-CAMBIOS-ABIERTOS = 'S' THEN
               OPEN OUTPUT LISTADO-CAMBIOS-FILE

               IF WS-FS-LIS-CAMBIOS NOT = "00" THEN
                  DISPLAY SPACE
                  DISPLAY "NO SE PUDO ABRIR CAMBIOS_CAMPOS.TXT"
                  DISPLAY SPACE
               ELSE
                  MOVE SPACES TO LCB-LINEA
                  EVALUATE WS-CMB-MODO
                  WHEN 'C'
                       STRING "CAMBIOS DE LA REFERENCIA "
                                  DELIMITED BY SIZE
                              WS-CMB-BUSCAR DELIMITED BY SIZE
                           INTO LCB-LINEA
                       END-STRING
                  WHEN 'O'
                       STRING "CAMBIOS HECHOS POR EL OPERADOR "
                                  DELIMITED BY SIZE
                              WS-CMB-BUSCAR DELIMITED BY SIZE
                           INTO LCB-LINEA
                       END-STRING
                  WHEN OTHER
                       STRING "CAMBIOS DEL " DELIMITED BY SIZE
                              WS-CMB-DESDE DELIMITED BY SIZE
                              " AL " DELIMITED BY SIZE
                              WS-CMB-HASTA DELIMITED BY SIZE
                           INTO LCB-LINEA
                       END-STRING
                  END-EVALUATE
                  WRITE LCB-LINEA
                  DISPLAY LCB-LINEA

                  MOVE WS-LINEA-ENCAB-CAMBIOS TO LCB-LINEA
                  WRITE LCB-LINEA
                  DISPLAY LCB-LINEA

                  MOVE ZERO TO WS-CMB-LISTADOS
                  MOVE 'N' TO WS-EOF-CAMBIOS

                  EVALUATE WS-CMB-MODO
                  WHEN 'C'
                       MOVE WS-CMB-BUSCAR TO CMB-REFERENCIA
                       START CAMBIOS-FILE
                           KEY IS EQUAL TO CMB-REFERENCIA
                           INVALID KEY
                               MOVE 'S' TO WS-EOF-CAMBIOS
                       END-START
                  WHEN 'O'
                       MOVE WS-CMB-BUSCAR TO CMB-OPERADOR
                       START CAMBIOS-FILE
                           KEY IS EQUAL TO CMB-OPERADOR
                           INVALID KEY
                               MOVE 'S' TO WS-EOF-CAMBIOS
                       END-START
                  WHEN OTHER
                       MOVE WS-CMB-DESDE TO CMB-FECHA
                       MOVE LOW-VALUES TO CMB-HORA
                       MOVE ZERO TO CMB-SECUENCIA
                       START CAMBIOS-FILE
                           KEY IS NOT LESS THAN CMB-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-EOF-CAMBIOS
                       END-START
                  END-EVALUATE

                  PERFORM UNTIL WS-EOF-CAMBIOS = 'S'
                     READ CAMBIOS-FILE NEXT RECORD
                        AT END
                           MOVE 'S' TO WS-EOF-CAMBIOS
                        NOT AT END
                           PERFORM 37710-FILTRAR-CAMBIO
                     END-READ
                  END-PERFORM

                  MOVE SPACES TO LCB-LINEA
                  STRING "CAMBIOS LISTADOS : " DELIMITED BY SIZE
                         WS-CMB-LISTADOS DELIMITED BY SIZE
                      INTO LCB-LINEA
                  END-STRING
                  WRITE LCB-LINEA

                  CLOSE LISTADO-CAMBIOS-FILE

                  DISPLAY SPACE
                  DISPLAY "CAMBIOS LISTADOS : " WS-CMB-LISTADOS
                  DISPLAY "LISTADO IMPRESO EN CAMBIOS_CAMPOS.TXT"
                  DISPLAY SPACE
               END-IF

               PERFORM 37195-CERRAR-CAMBIOS
            END-IF.

       37710-FILTRAR-CAMBIO.
            EVALUATE WS-CMB-MODO
            WHEN 'C'
                 IF CMB-REFERENCIA NOT = WS-CMB-BUSCAR THEN
                    MOVE 'S' TO WS-EOF-CAMBIOS
                 ELSE
                    PERFORM 37720-LINEA-CAMBIO
                 END-IF
            WHEN 'O'
                 IF CMB-OPERADOR NOT = WS-CMB-BUSCAR THEN
                    MOVE 'S' TO WS-EOF-CAMBIOS
                 ELSE
                    PERFORM 37720-LINEA-CAMBIO
                 END-IF
            WHEN OTHER
                 IF CMB-FECHA > WS-CMB-HASTA THEN
                    MOVE 'S' TO WS-EOF-CAMBIOS
                 ELSE
                    PERFORM 37720-LINEA-CAMBIO
                 END-IF
            END-EVALUATE.

       37720-LINEA-CAMBIO.
            ADD 1 TO WS-CMB-LISTADOS

            MOVE CMB-FECHA TO WS-LCB-FECHA
            MOVE CMB-HORA(1:6) TO WS-LCB-HORA
            MOVE CMB-REFERENCIA TO WS-LCB-REFERENCIA
            MOVE CMB-OPERADOR TO WS-LCB-OPERADOR
            MOVE CMB-ORIGEN TO WS-LCB-ORIGEN
            MOVE CMB-CAMPO TO WS-LCB-CAMPO
            MOVE CMB-VALOR-ANTERIOR TO WS-LCB-ANTES
            MOVE CMB-VALOR-NUEVO TO WS-LCB-DESPUES

            MOVE WS-LINEA-CAMBIO TO LCB-LINEA
            WRITE LCB-LINEA
            DISPLAY LCB-LINEA.

       END PROGRAM YOUR-PROGRAM-NAME.

                  RECORD KEY IS COMPRA-DET-CLAVE
                  FILE STATUS IS FS-COMPRA-DET.

      *>  PAGOS A PROVEEDORES: VARIOS PAGOS (PARCIALES O TOTALES) POR
      *>  COMPRA, CADA UNO CON FECHA, MONTO, FORMA DE PAGO, REFERENCIA
      *>  Y EL USUARIO QUE LO REGISTRÓ
           SELECT PAGOS-PROVEEDOR ASSIGN TO "PAGOS_PROVEEDOR.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAGO-PROV-CLAVE
                  FILE STATUS IS FS-PAGOS-PROV.

      *>  RETENCIONES DE IVA: COMPROBANTE ENTREGADO POR EL CLIENTE
      *>  AGENTE DE RETENCIÓN, UNO POR FACTURA (RIF + NÚMERO). EL
      *>  MONTO RETENIDO SALDA LA FACTURA SIN SER DINERO EN CAJA
           SELECT RETENCIONES ASSIGN TO "RETENCIONES.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RETENCION-CLAVE
                  FILE STATUS IS FS-RETENCIONES.

      *>  TOMA FÍSICA DE INVENTARIO: FOTO DE LA EXISTENCIA DE CADA
      *>  PRODUCTO E INGREDIENTE AL INICIAR EL CONTEO, CON SU ÁREA,
      *>  SU COSTO Y LA CANTIDAD CONTADA (CLASE P/I + CÓDIGO)
           SELECT TOMA-FISICA ASSIGN TO "TOMA_FISICA.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TOMA-CLAVE
                  FILE STATUS IS FS-TOMA.

      *>  CONTEO CAPTURADO FUERA DEL SISTEMA (LECTOR O HOJA DE
      *>  CÁLCULO): UNA LÍNEA POR RENGLÓN CONTADO CON CLASE (P/I),
      *>  CÓDIGO Y CANTIDAD; EL NOMBRE SE FIJA EN WS-NOMBRE-CONTEO
           SELECT CONTEO-CARGA ASSIGN TO DYNAMIC WS-NOMBRE-CONTEO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-CONTEO.

      *>  EXTRACTO DIARIO DEL BANCO PARA LA CONCILIACIÓN: UNA LÍNEA
      *>  POR MOVIMIENTO CON FECHA (DD/MM/AAAA), TIPO (C = CRÉDITO,
      *>  D = DÉBITO), REFERENCIA, MONTO 9(9)V99 SIN PUNTO Y
      *>  DESCRIPCIÓN;
      *>  EL NOMBRE SE FIJA EN WS-NOMBRE-EXTRACTO
           SELECT EXTRACTO-BANCO ASSIGN TO DYNAMIC WS-NOMBRE-EXTRACTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-EXTRACTO.

      *>  ALMACÉN DE COCINA: INGREDIENTES CON EXISTENCIA PROPIA EN SU
      *>  UNIDAD MÍNIMA (GR, ML, UND)
           SELECT INGREDIENTES ASSIGN TO "INGREDIENTES.TXT"
                  RECORD KEY IS COMANDA-DET-CLAVE
                  FILE STATUS IS FS-COMANDA-DET.

      *>  ESTACIÓN DE PREPARACIÓN (COCINA, BARRA, POSTRES) A LA QUE
      *>  VA CADA CATEGORÍA DE PRODUCTO; LA CATEGORÍA SIN ESTACIÓN
      *>  ASIGNADA VA A COCINA
           SELECT ESTACIONES ASSIGN TO "ESTACIONES.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESTACION-CATEGORIA
                  FILE STATUS IS FS-ESTACIONES.

      *>  TIEMPOS DE PREPARACIÓN: UNA LÍNEA POR PLATO DESPACHADO,
      *>  DESDE QUE SE PIDIÓ HASTA QUE LA ESTACIÓN LO MARCÓ LISTO
           SELECT TIEMPOS-PREP ASSIGN TO "TIEMPOS_PREPARACION.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-TIEMPOS.

      *>  OCUPACIÓN DE MESAS: UNA LÍNEA POR COMANDA CERRADA, CON SU
      *>  APERTURA, SU CIERRE Y LAS PERSONAS ATENDIDAS (CUBIERTOS)
           SELECT OCUPACION-MESAS ASSIGN TO "OCUPACION_MESAS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-OCUPACION.

      *>  MAESTRO DE USUARIOS DEL SISTEMA: CLAVE DE ACCESO Y NIVEL DE
      *>  PERMISO (1=CAJERO, 2=SUPERVISOR, 3=ADMINISTRADOR); EL
      *>  USUARIO ACTIVO QUEDA ESTAMPADO EN AUDITORÍA Y EN CADA COBRO
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FS-CONTROL-CIERRE.

      *>  CUENTA DEL PLAN CONTABLE DEL CONTADOR QUE CORRESPONDE A CADA
      *>  CONCEPTO DE LOS ASIENTOS DE DIARIO (VENTAS, IVA, CAJA...)
           SELECT CUENTAS-CONTABLES ASSIGN TO "CUENTAS_CONTABLES.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUENTA-CONCEPTO
                  FILE STATUS IS FS-CUENTAS.

      *>  ASIENTOS YA ENVIADOS A CONTABILIDAD: UN REGISTRO POR DÍA Y
      *>  TIPO DE ASIENTO, PARA NO EXPORTAR NADA DOS VECES
           SELECT EXPORTACIONES ASSIGN TO "EXPORTACIONES_CONTABLES.TXT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXPORT-CLAVE
                  FILE STATUS IS FS-EXPORTACIONES.

      *>  EXPORTACIÓN DE INFORMES A ARCHIVO DE TEXTO PLANO (EL NOMBRE
      *>  SE FIJA EN WS-NOMBRE-REPORTE ANTES DE ABRIR EL ARCHIVO)
           SELECT REPORTE-EXPORT ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
          05 CLIENTE-DIRECCION  PIC X(100).
          05 CLIENTE-FECHA-REGISTRO PIC X(10).
          05 CLIENTE-LIMITE-CREDITO PIC 9(9)V99.
          05 CLIENTE-AGENTE-RETENCION PIC X(1).
          05 CLIENTE-PCT-RETENCION  PIC 9(3).

       FD VENTAS.
       01 VENTA-REG.
          05 FACTURA-ESTADO     PIC X(09).
          05 FACTURA-FECHA-VENCIMIENTO PIC X(10).
          05 FACTURA-TASA       PIC 9(7)V99.
          05 FACTURA-BASE-EXENTA   PIC 9(7)V99.
          05 FACTURA-BASE-REDUCIDA PIC 9(7)V99.
          05 FACTURA-IVA-REDUCIDA  PIC 9(7)V99.
          05 FACTURA-BASE-GENERAL  PIC 9(7)V99.
          05 FACTURA-IVA-GENERAL   PIC 9(7)V99.
          05 FACTURA-IGTF       PIC 9(7)V99.
          05 FACTURA-HORA       PIC 9(6).

       FD PRODUCTOS.
       01 PRODUCTO-REG.
          05 PRODUCTO-EXISTENCIA PIC 9(7).
          05 PRODUCTO-MINIMO    PIC 9(5).
          05 PRODUCTO-COSTO     PIC 9(7)V99.
          05 PRODUCTO-TIPO-IVA  PIC X(1).
          05 PRODUCTO-COSTO-PROMEDIO PIC 9(7)V9999.

       FD VENTA-DETALLE.
       01 VENTA-DET-REG.
          05 FACTURA-DET-CANTIDAD  PIC 9(5).
          05 FACTURA-DET-PRECIO    PIC 9(7)V99.
          05 FACTURA-DET-SUBTOTAL  PIC 9(9)V99.
          05 FACTURA-DET-TIPO-IVA  PIC X(1).
          05 FACTURA-DET-ALICUOTA  PIC 9(2)V99.
          05 FACTURA-DET-BASE      PIC 9(9)V99.
          05 FACTURA-DET-IVA       PIC 9(9)V99.
          05 FACTURA-DET-DESCARGA  PIC X(1).
          05 FACTURA-DET-MESONERO  PIC X(10).

       FD AUDITORIA.
       01 AUDITORIA-REG             PIC X(400).
          05 NOTA-TOTAL         PIC 9(7)V99.
          05 NOTA-TASA          PIC 9(7)V99.
          05 NOTA-MOTIVO        PIC X(30).
          05 NOTA-BASE-EXENTA   PIC 9(7)V99.
          05 NOTA-BASE-REDUCIDA PIC 9(7)V99.
          05 NOTA-IVA-REDUCIDA  PIC 9(7)V99.
          05 NOTA-BASE-GENERAL  PIC 9(7)V99.
          05 NOTA-IVA-GENERAL   PIC 9(7)V99.

       FD CONTROL-NOTA.
       01 CONTROL-NOTA-REG          PIC 9(10).
          05 PROVEEDOR-TELEFONO PIC X(15).
          05 PROVEEDOR-CONDICIONES PIC X(30).
          05 PROVEEDOR-FECHA-REGISTRO PIC X(10).
          05 PROVEEDOR-DIAS-CREDITO PIC 9(3).

       FD COMPRAS.
       01 COMPRA-REG.
          05 COMPRA-FECHA       PIC X(10).
          05 COMPRA-IVA         PIC 9(5)V99.
          05 COMPRA-TOTAL       PIC 9(9)V99.
          05 COMPRA-FECHA-VENCIMIENTO PIC X(10).
          05 COMPRA-ESTADO      PIC X(09).

       FD COMPRA-DETALLE.
       01 COMPRA-DET-REG.
          05 COMPRA-DET-CANTIDAD   PIC 9(7).
          05 COMPRA-DET-COSTO      PIC 9(7)V99.

       FD PAGOS-PROVEEDOR.
       01 PAGO-PROV-REG.
          05 PAGO-PROV-CLAVE.
             10 PAGO-PROV-RIF       PIC X(10).
             10 PAGO-PROV-FACTURA   PIC X(15).
             10 PAGO-PROV-SECUENCIA PIC 9(3).
          05 PAGO-PROV-FECHA       PIC X(10).
          05 PAGO-PROV-MONTO       PIC 9(9)V99.
          05 PAGO-PROV-FORMA-PAGO  PIC X(15).
          05 PAGO-PROV-REFERENCIA  PIC X(20).
          05 PAGO-PROV-USUARIO     PIC X(10).

       FD RETENCIONES.
       01 RETENCION-REG.
          05 RETENCION-CLAVE.
             10 RETENCION-RIF       PIC X(10).
             10 RETENCION-FACTURA   PIC X(10).
          05 RETENCION-COMPROBANTE PIC X(20).
          05 RETENCION-FECHA       PIC X(10).
          05 RETENCION-PORCENTAJE  PIC 9(3).
          05 RETENCION-IVA-FACTURA PIC 9(9)V99.
          05 RETENCION-MONTO       PIC 9(9)V99.
          05 RETENCION-USUARIO     PIC X(10).

       FD TOMA-FISICA.
       01 TOMA-REG.
          05 TOMA-CLAVE.
             10 TOMA-CLASE          PIC X(1).
             10 TOMA-CODIGO         PIC X(10).
          05 TOMA-NOMBRE           PIC X(40).
          05 TOMA-AREA             PIC X(20).
          05 TOMA-UNIDAD           PIC X(10).
          05 TOMA-EXIST-SISTEMA    PIC 9(7).
          05 TOMA-COSTO            PIC 9(7)V9999.
          05 TOMA-CONTADO          PIC 9(7).
          05 TOMA-ESTADO           PIC X(1).
          05 TOMA-FECHA            PIC X(10).
          05 TOMA-USUARIO          PIC X(10).

       FD CONTEO-CARGA.
       01 CONTEO-REG.
          05 CONTEO-CLASE          PIC X(1).
          05 CONTEO-CODIGO         PIC X(10).
          05 CONTEO-CANTIDAD       PIC 9(7).

       FD EXTRACTO-BANCO.
       01 EXTRACTO-REG.
          05 EXTRACTO-FECHA        PIC X(10).
          05 EXTRACTO-TIPO         PIC X(1).
          05 EXTRACTO-REFERENCIA   PIC X(20).
          05 EXTRACTO-MONTO        PIC 9(9)V99.
          05 EXTRACTO-DESCRIPCION  PIC X(40).

       FD INGREDIENTES.
       01 INGREDIENTE-REG.
          05 INGREDIENTE-CODIGO PIC X(10).
          05 INGREDIENTE-UNIDAD PIC X(10).
          05 INGREDIENTE-EXISTENCIA PIC 9(7).
          05 INGREDIENTE-MINIMO PIC 9(5).
          05 INGREDIENTE-COSTO-PROMEDIO PIC 9(7)V9999.

       FD RECETAS.
       01 RECETA-REG.
          05 COBRO-FORMA-PAGO   PIC X(15).
          05 COBRO-REFERENCIA   PIC X(20).
          05 COBRO-USUARIO      PIC X(10).
          05 COBRO-IGTF         PIC 9(9)V99.
          05 COBRO-CONCILIACION PIC X(10).
          05 COBRO-CONCILIADO-EL PIC X(10).

       FD COMANDAS.
       01 COMANDA-REG.
          05 COMANDA-MESONERO   PIC X(10).
          05 COMANDA-FECHA      PIC X(10).
          05 COMANDA-ESTADO     PIC X(9).
          05 COMANDA-PARTES     PIC 9(2).
          05 COMANDA-PARTES-FACT PIC 9(2).
          05 COMANDA-HORA       PIC 9(6).
          05 COMANDA-PERSONAS   PIC 9(3).

       FD COMANDA-DETALLE.
       01 COMANDA-DET-REG.
          05 COMANDA-DET-PRODUCTO  PIC X(10).
          05 COMANDA-DET-CANTIDAD  PIC 9(5).
          05 COMANDA-DET-PRECIO    PIC 9(7)V99.
          05 COMANDA-DET-MESONERO  PIC X(10).
          05 COMANDA-DET-ESTACION  PIC X(10).
          05 COMANDA-DET-NOTA      PIC X(30).
          05 COMANDA-DET-ESTADO    PIC X(14).
          05 COMANDA-DET-FECHA-PEDIDO PIC X(10).
          05 COMANDA-DET-HORA-PEDIDO  PIC 9(6).
          05 COMANDA-DET-HORA-PREPARA PIC 9(6).
          05 COMANDA-DET-HORA-LISTO   PIC 9(6).

       FD ESTACIONES.
       01 ESTACION-REG.
          05 ESTACION-CATEGORIA    PIC X(20).
          05 ESTACION-NOMBRE       PIC X(10).

       FD TIEMPOS-PREP.
       01 TIEMPO-REG.
          05 TIEMPO-FECHA          PIC X(10).
          05 TIEMPO-ESTACION       PIC X(10).
          05 TIEMPO-PRODUCTO       PIC X(10).
          05 TIEMPO-MESA           PIC X(5).
          05 TIEMPO-CANTIDAD       PIC 9(5).
          05 TIEMPO-HORA-PEDIDO    PIC 9(6).
          05 TIEMPO-HORA-LISTO     PIC 9(6).
          05 TIEMPO-MINUTOS        PIC 9(5).

       FD OCUPACION-MESAS.
       01 OCUPA-REG.
          05 OCUPA-MESA            PIC X(5).
          05 OCUPA-MESONERO        PIC X(10).
          05 OCUPA-FECHA-APERTURA  PIC X(10).
          05 OCUPA-HORA-APERTURA   PIC 9(6).
          05 OCUPA-FECHA-CIERRE    PIC X(10).
          05 OCUPA-HORA-CIERRE     PIC 9(6).
          05 OCUPA-MINUTOS         PIC 9(5).
          05 OCUPA-PERSONAS        PIC 9(3).

       FD KARDEX.
       01 KARDEX-REG.
          05 KARDEX-CANTIDAD    PIC 9(7).
          05 KARDEX-MOTIVO      PIC X(30).
          05 KARDEX-EXISTENCIA  PIC 9(7).
          05 KARDEX-CLASE       PIC X(1).
          05 KARDEX-COSTO-UNITARIO PIC 9(7)V9999.
          05 KARDEX-COSTO-PROMEDIO PIC 9(7)V9999.

       FD USUARIOS.
       01 USUARIO-REG.
          05 CIERRE-DIF-SIGNO   PIC X(1).
          05 CIERRE-DIFERENCIA  PIC 9(9)V99.
          05 CIERRE-USUARIO     PIC X(10).
          05 CIERRE-SIS-IGTF    PIC 9(9)V99.

       FD CONTROL-CIERRE.
       01 CONTROL-CIERRE-REG        PIC 9(5).

       FD CUENTAS-CONTABLES.
       01 CUENTA-REG.
          05 CUENTA-CONCEPTO    PIC X(20).
          05 CUENTA-CODIGO      PIC X(20).
          05 CUENTA-DESCRIPCION PIC X(40).

       FD EXPORTACIONES.
       01 EXPORT-REG.
          05 EXPORT-CLAVE.
             10 EXPORT-FECHA    PIC 9(8).
             10 EXPORT-TIPO     PIC X(10).
          05 EXPORT-ASIENTO     PIC X(11).
          05 EXPORT-MONTO       PIC 9(11)V99.
          05 EXPORT-PROCESO     PIC X(10).
          05 EXPORT-USUARIO     PIC X(10).
          05 EXPORT-ARCHIVO     PIC X(30).

       FD REPORTE-EXPORT.
       01 REPORTE-LINEA             PIC X(200).

       01 FS-MESONEROS          PIC XX.
       01 FS-COMANDAS           PIC XX.
       01 FS-COMANDA-DET        PIC XX.
       01 FS-ESTACIONES         PIC XX.
       01 FS-TIEMPOS            PIC XX.
       01 FS-OCUPACION          PIC XX.
       01 FS-NOTAS              PIC XX.
       01 FS-CONTROL-NOTA       PIC XX.
       01 FS-PROVEEDORES        PIC XX.
       01 FS-COMPRAS            PIC XX.
       01 FS-COMPRA-DET         PIC XX.
       01 FS-PAGOS-PROV         PIC XX.
       01 FS-RETENCIONES        PIC XX.
       01 FS-TOMA               PIC XX.
       01 FS-CONTEO             PIC XX.
       01 WS-NOMBRE-CONTEO      PIC X(30).
       01 FS-EXTRACTO           PIC XX.
       01 WS-NOMBRE-EXTRACTO    PIC X(30).
       01 FS-INGREDIENTES       PIC XX.
       01 FS-RECETAS            PIC XX.
       01 FS-SESION             PIC XX.
       01 FS-CIERRES            PIC XX.
       01 FS-CONTROL-CIERRE     PIC XX.
       01 FS-CUENTAS            PIC XX.
       01 FS-EXPORTACIONES      PIC XX.
       01 FS-USUARIOS           PIC XX.
       01 FS-INDICE             PIC XX.
       01 WS-NOMBRE-RESPALDO    PIC X(40).
       01 WS-LV-TOT-BASE-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-TOT-IVA-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-TOT-TOTAL-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-PAG-EXENTO        PIC 9(10)V99.
       01 WS-LV-PAG-BASE-RED      PIC 9(10)V99.
       01 WS-LV-PAG-IVA-RED       PIC 9(10)V99.
       01 WS-LV-PAG-IGTF          PIC 9(10)V99.
       01 WS-LV-GEN-EXENTO        PIC 9(11)V99.
       01 WS-LV-GEN-BASE-RED      PIC 9(11)V99.
       01 WS-LV-GEN-IVA-RED       PIC 9(11)V99.
       01 WS-LV-GEN-IGTF          PIC 9(11)V99.
       01 WS-LV-IGTF-FACTURA      PIC 9(9)V99.
       01 WS-LV-IGTF-MES          PIC 9(11)V99.
       01 WS-LV-IGTF-OTRAS        PIC 9(11)V99.
       01 WS-LV-TOT-EXENTO-ED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-TOT-BASE-RED-ED   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-TOT-IVA-RED-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-TOT-IGTF-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LV-LINEA.
          05 WS-LV-FECHA          PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LV-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LV-LEYENDA        PIC X(10).
       01 WS-LVV-LINEA.
          05 WS-LVV-FECHA         PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-RIF           PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-RAZON         PIC X(30).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-NUMERO        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-EXENTO-ED     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-BASE-RED-ED   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-IVA-RED-ED    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-BASE-GEN-ED   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-IVA-GEN-ED    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-IGTF-ED       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-TOTAL-ED      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-LVV-LEYENDA       PIC X(10).
      *>  -------------------------------------------------------------
       *> Mesoneros y Comisiones
       01 WS-MESONERO-ENCONTRADO  PIC 9(1).
       01 WS-MS-IDX               PIC 9(2).
       01 WS-MS-LLENO             PIC 9(1).
       01 WS-MS-COMISION          PIC 9(9)V99.
       01 WS-MS-MESONERO-AUX      PIC X(10).
       77 WS-OPCION-INFORME       PIC 9(2).
      *>  -------------------------------------------------------------
       *> Ranking de Productos Vendidos por Período
       01 WS-TK-SUBT-ED           PIC Z,ZZZ,ZZ9.99.
       01 WS-TK-MONTO-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TK-NOMBRE-PROD       PIC X(20).
       01 WS-TK-MARCA-IVA         PIC X(3).
       01 WS-TK-PCT-ED            PIC Z9.99.
      *>  -------------------------------------------------------------
       *> Respaldo Diario y Restauración
       01 WS-FECHA-RESPALDO       PIC X(8).
       01 WS-TASA-DIA             PIC 9(7)V99.
       01 WS-TASA-ENCONTRADA      PIC 9(1).
       01 WS-MONTO-DIVISAS        PIC 9(9)V99.
      *>  -------------------------------------------------------------
       *> IVA por Alícuota e IGTF
       01 WS-ALICUOTA-GENERAL     PIC 9(2)V99 VALUE 16.
       01 WS-ALICUOTA-REDUCIDA    PIC 9(2)V99 VALUE 8.
       01 WS-IGTF-PCT             PIC 9(2)V99 VALUE 3.
       01 WS-LINEA-ALICUOTA       PIC 9(2)V99.
       01 WS-FACTURA-EXENTO-CALC  PIC 9(9)V99.
       01 WS-FACTURA-BASE-RED-CALC PIC 9(9)V99.
       01 WS-FACTURA-IVA-RED-CALC PIC 9(9)V99.
       01 WS-FACTURA-BASE-GEN-CALC PIC 9(9)V99.
       01 WS-FACTURA-IVA-GEN-CALC PIC 9(9)V99.
       01 WS-IV-EXENTO            PIC 9(9)V99.
       01 WS-IV-BASE-RED          PIC 9(9)V99.
       01 WS-IV-IVA-RED           PIC 9(9)V99.
       01 WS-IV-BASE-GEN          PIC 9(9)V99.
       01 WS-IV-IVA-GEN           PIC 9(9)V99.
       01 WS-IV-IGTF              PIC 9(9)V99.
       01 WS-IGTF-MONTO           PIC 9(9)V99.
       01 WS-TOTAL-CON-IGTF       PIC 9(9)V99.
      *>  -------------------------------------------------------------
       *> Retenciones de IVA de Clientes
       01 WS-RETENCION-FACTURA    PIC 9(9)V99.
       01 WS-RET-OK               PIC 9(1).
       01 WS-RET-AGENTE           PIC X(1).
       01 WS-RET-PCT              PIC 9(3).
       01 WS-RET-IVA-FACTURA      PIC 9(9)V99.
       01 WS-RET-SUGERIDO         PIC 9(9)V99.
       01 WS-RET-MONTO            PIC 9(9)V99.
       01 WS-RET-ABONADO-PREVIO   PIC 9(9)V99.
       01 WS-RT-CANTIDAD          PIC 9(5).
       01 WS-RT-TOTAL-IVA         PIC 9(11)V99.
       01 WS-RT-TOTAL             PIC 9(11)V99.
       01 WS-RT-TOTAL-IVA-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RT-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RT-LINEA.
          05 WS-RT-FECHA          PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-RT-COMPROBANTE    PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-RT-RIF            PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-RT-FACTURA        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-RT-IVA-ED         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RT-PCT-ED         PIC ZZ9.
          05 FILLER               PIC X(2) VALUE "% ".
          05 WS-RT-MONTO-ED       PIC ZZZ,ZZZ,ZZ9.99.
      *>  -------------------------------------------------------------
       *> Cobros Parciales (Abonos) por Factura
       01 WS-TOTAL-ABONADO        PIC 9(9)V99.
       01 WS-MARGEN-MONTO         PIC 9(9)V99.
       01 WS-MARGEN-PCT           PIC 9(3)V99.
       01 WS-MARGEN-SIGNO         PIC X(1).
      *>  -------------------------------------------------------------
       *> Costo Promedio Ponderado y Valorización del Inventario
       01 WS-COSTO-ENTRADA        PIC 9(7)V9999.
       01 WS-COSTO-MOVIMIENTO     PIC 9(7)V9999.
       01 WS-COSTO-TOTAL-ENTRADA  PIC 9(9)V99.
       01 WS-COSTO-RECETA         PIC 9(9)V9999.
       01 WS-COSTO-LINEA-RECETA   PIC 9(9)V9999.
       01 WS-RECETA-LINEAS        PIC 9(3).
       01 WS-COSTO-PRODUCTO       PIC 9(9)V9999.
       01 WS-COSTO-ORIGEN         PIC X(10).
       01 WS-PRECIO-NETO          PIC 9(7)V99.
       01 WS-FOOD-COST-PCT        PIC 9(3)V99.
       01 WS-MG-COSTO             PIC 9(9)V99.
       01 WS-VZ-DESDE             PIC X(8).
       01 WS-VZ-HASTA             PIC X(8).
       01 WS-TABLA-VALORIZACION.
          05 WS-VZ-ENTRADA OCCURS 500 TIMES.
             10 WS-VZ-CLASE       PIC X(1).
             10 WS-VZ-CODIGO      PIC X(10).
             10 WS-VZ-NOMBRE      PIC X(25).
             10 WS-VZ-CATEGORIA   PIC X(20).
             10 WS-VZ-COSTO       PIC 9(7)V9999.
             10 WS-VZ-ESTADO      PIC 9(1).
             10 WS-VZ-CANT-INI    PIC 9(7).
             10 WS-VZ-VALOR-INI   PIC 9(11)V99.
             10 WS-VZ-COMPRAS     PIC 9(11)V99.
             10 WS-VZ-CONSUMO     PIC S9(11)V99.
             10 WS-VZ-CANT-FIN    PIC 9(7).
             10 WS-VZ-VALOR-FIN   PIC 9(11)V99.
       01 WS-VZ-TOTAL             PIC 9(3).
       01 WS-VZ-IDX               PIC 9(3).
       01 WS-VZ-HALLADO           PIC 9(3).
       01 WS-VZ-LLENO             PIC 9(1).
       01 WS-VZ-CLASE-AUX         PIC X(1).
       01 WS-VZ-CODIGO-AUX        PIC X(10).
       01 WS-VZ-NOMBRE-AUX        PIC X(25).
       01 WS-VZ-CATEGORIA-AUX     PIC X(20).
       01 WS-VZ-COSTO-AUX         PIC 9(7)V9999.
       01 WS-VZ-EXIST-AUX         PIC 9(7).
       01 WS-VZ-EXIST-ANTES       PIC 9(7).
       01 WS-VZ-COSTO-LINEA       PIC 9(7)V9999.
       01 WS-VZ-COSTO-MOV         PIC 9(7)V9999.
       01 WS-VZ-VALOR-MOV         PIC 9(11)V99.
       01 WS-VZ-OTROS             PIC S9(11)V99.
       01 WS-VZ-A-INI             PIC 9(11)V99.
       01 WS-VZ-A-COMPRAS         PIC 9(11)V99.
       01 WS-VZ-A-CONSUMO         PIC S9(11)V99.
       01 WS-VZ-A-OTROS           PIC S9(11)V99.
       01 WS-VZ-A-FIN             PIC 9(11)V99.
       01 WS-VZ-G-INI             PIC 9(11)V99.
       01 WS-VZ-G-COMPRAS         PIC 9(11)V99.
       01 WS-VZ-G-CONSUMO         PIC S9(11)V99.
       01 WS-VZ-G-OTROS           PIC S9(11)V99.
       01 WS-VZ-G-FIN             PIC 9(11)V99.
       01 WS-VZ-A-TITULO          PIC X(36).
       01 WS-VZ-VENTAS-NETAS      PIC S9(11)V99.
       01 WS-VZ-VENTAS-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-VZ-PCT-ED            PIC ZZ9.99.
       01 WS-TABLA-VZ-CATEGORIAS.
          05 WS-VC-ENTRADA OCCURS 60 TIMES.
             10 WS-VC-CATEGORIA   PIC X(20).
             10 WS-VC-INI         PIC 9(11)V99.
             10 WS-VC-COMPRAS     PIC 9(11)V99.
             10 WS-VC-CONSUMO     PIC S9(11)V99.
             10 WS-VC-OTROS       PIC S9(11)V99.
             10 WS-VC-FIN         PIC 9(11)V99.
       01 WS-VC-TOTAL             PIC 9(2).
       01 WS-VC-IDX               PIC 9(2).
       01 WS-VZ-LINEA.
          05 WS-VZL-CODIGO        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-NOMBRE        PIC X(25).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-CANT-INI      PIC Z(6)9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-VALOR-INI     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-COMPRAS       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-CONSUMO       PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-OTROS         PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-CANT-FIN      PIC Z(6)9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-VZL-VALOR-FIN     PIC ZZZ,ZZZ,ZZ9.99.
      *>  -------------------------------------------------------------
       *> Toma Física de Inventario
       01 WS-TF-CLASE             PIC X(1).
       01 WS-TF-CODIGO            PIC X(10).
       01 WS-TF-CANTIDAD          PIC 9(7).
       01 WS-TF-AREA-FILTRO       PIC X(20).
       01 WS-TF-FECHA             PIC X(10).
       01 WS-TF-EN-CURSO          PIC 9(1).
       01 WS-TF-FIN-CAPTURA       PIC 9(1).
       01 WS-TF-DIFERENCIA        PIC S9(7).
       01 WS-TF-VALOR-DIF         PIC S9(11)V99.
       01 WS-TF-EXIST-NUEVA       PIC S9(8).
       01 WS-TF-REGISTROS         PIC 9(5).
       01 WS-TF-PENDIENTES        PIC 9(5).
       01 WS-TF-CONTADOS          PIC 9(5).
       01 WS-TF-APLICADOS         PIC 9(5).
       01 WS-TF-RECHAZADOS        PIC 9(5).
       01 WS-TF-CAPTURADOS        PIC 9(5).
       01 WS-TF-SOBRANTE          PIC 9(11)V99.
       01 WS-TF-FALTANTE          PIC 9(11)V99.
       01 WS-TF-NETO              PIC S9(11)V99.
       01 WS-TF-MONTO-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TF-AREA-TOTAL        PIC 9(2).
       01 WS-TF-AREA-IDX          PIC 9(2).
       01 WS-TF-AREA-LLENA        PIC 9(1).
       01 WS-TF-AREAS.
          05 WS-TF-AREA OCCURS 60 TIMES PIC X(20).
      *>  LAS DIEZ MAYORES PÉRDIDAS EN BOLÍVARES, DE MAYOR A MENOR
       01 WS-TFP-TOTAL            PIC 9(2).
       01 WS-TFP-IDX              PIC 9(2).
       01 WS-TFP-MARCA            PIC 9(1).
       01 WS-TFP-NUEVA.
          05 WS-TFP-N-CLASE       PIC X(1).
          05 WS-TFP-N-CODIGO      PIC X(10).
          05 WS-TFP-N-NOMBRE      PIC X(25).
          05 WS-TFP-N-DIF         PIC S9(7).
          05 WS-TFP-N-VALOR       PIC S9(11)V99.
       01 WS-TFP-TABLA.
          05 WS-TFP-ENTRADA OCCURS 10 TIMES.
             10 WS-TFP-CLASE      PIC X(1).
             10 WS-TFP-CODIGO     PIC X(10).
             10 WS-TFP-NOMBRE     PIC X(25).
             10 WS-TFP-DIF        PIC S9(7).
             10 WS-TFP-VALOR      PIC S9(11)V99.
       01 WS-TF-LINEA-HOJA.
          05 WS-TFH-CLASE         PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFH-CODIGO        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFH-NOMBRE        PIC X(40).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFH-UNIDAD        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFH-CONTADO       PIC X(15).
       01 WS-TF-LINEA-DIF.
          05 WS-TFD-CLASE         PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-CODIGO        PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-NOMBRE        PIC X(25).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-SISTEMA       PIC Z(6)9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-CONTADO       PIC Z(6)9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-DIFERENCIA    PIC -Z(6)9.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-COSTO         PIC ZZZ,ZZ9.9999.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-VALOR         PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-TFD-MARCA         PIC X(20).
      *>  -------------------------------------------------------------
       *> Cuentas por Pagar a Proveedores
       01 WS-TOTAL-PAGADO-PROV    PIC 9(9)V99.
       01 WS-SALDO-COMPRA         PIC 9(9)V99.
       01 WS-MONTO-PAGO-PROV      PIC 9(9)V99.
       01 WS-PAGO-PROV-SECUENCIA  PIC 9(3).
       01 WS-FIN-PAGOS            PIC 9(1).
       01 WS-CXP-PROVEEDOR        PIC X(10).
       01 WS-TABLA-PROYECCION.
          05 WS-PY-SEMANA OCCURS 8 TIMES.
             10 WS-PY-DESDE       PIC X(10).
             10 WS-PY-HASTA       PIC X(10).
             10 WS-PY-MONTO       PIC 9(11)V99.
       01 WS-PY-IDX               PIC 9(2).
       01 WS-PY-INT               PIC 9(9).
       01 WS-PY-VENCIDO           PIC 9(11)V99.
       01 WS-PY-POSTERIOR         PIC 9(11)V99.
       01 WS-PY-TOTAL             PIC 9(11)V99.
      *>  -------------------------------------------------------------
       *> Ingredientes y Recetas (Almacén de Cocina)
       01 WS-INGREDIENTE-ENCONTRADO PIC 9(1).
       01 WS-LIMITE-CLIENTE       PIC 9(9)V99.
       01 WS-DEUDA-ACTUAL         PIC 9(11)V99.
       01 WS-DEUDA-PROYECTADA     PIC 9(11)V99.
       01 WS-FACTURA-GUARDADA     PIC X(400).
       01 WS-FIN-DEUDA            PIC 9(1).
       01 WS-EC-HOY-INT           PIC 9(9).
       01 WS-EC-VENC-INT          PIC 9(9).
       01 WS-ARQ-SIS-PUNTO        PIC 9(9)V99.
       01 WS-ARQ-SIS-MOVIL        PIC 9(9)V99.
       01 WS-ARQ-SIS-DIVISAS      PIC 9(9)V99.
       01 WS-ARQ-SIS-IGTF         PIC 9(9)V99.
       01 WS-ARQ-FIS-EFECTIVO     PIC 9(9)V99.
       01 WS-ARQ-FIS-PUNTO        PIC 9(9)V99.
       01 WS-ARQ-FIS-MOVIL        PIC 9(9)V99.
       01 WS-COMANDA-LINEA        PIC 9(3).
       01 WS-COMANDA-TOTAL        PIC 9(9)V99.
       01 WS-COMANDA-SUBT         PIC 9(9)V99.
       01 WS-COMANDA-MESONERO     PIC X(10).
       01 WS-COMANDA-DIVIDIDA     PIC 9(1).
      *>  -------------------------------------------------------------
       *> Dividir, Unir y Trasladar Cuentas de Mesa
      *>  MODO DE FACTURACIÓN DE LA COMANDA: 0 = COMPLETA, 1 = SOLO LAS
      *>  LÍNEAS Y CANTIDADES SELECCIONADAS, 2 = UNA PARTE IGUAL
       01 WS-DV-MODO              PIC 9(1) VALUE 0.
       01 WS-DV-DESCARGA          PIC X(1) VALUE "S".
       01 WS-DV-PARTES            PIC 9(2).
       01 WS-DV-PARTE             PIC 9(2).
       01 WS-DV-ULTIMA            PIC 9(1).
       01 WS-DV-PRECIO-PARTE      PIC 9(7)V99.
       01 WS-DV-MONTO-PARTE       PIC 9(9)V99.
       01 WS-DV-SEGUIR            PIC X(1).
       01 WS-DV-LINEA             PIC 9(3).
       01 WS-DV-CANTIDAD          PIC 9(5).
       01 WS-DV-TOTAL             PIC 9(3).
       01 WS-DV-IDX               PIC 9(3).
       01 WS-DV-HALLADO           PIC 9(3).
       01 WS-DV-SELECCION.
          05 WS-DV-ENTRADA OCCURS 100 TIMES.
             10 WS-DV-SEL-LINEA   PIC 9(3).
             10 WS-DV-SEL-CANT    PIC 9(5).
       01 WS-CM-ORIGEN            PIC X(5).
       01 WS-CM-DESTINO           PIC X(5).
       01 WS-CM-MESONERO          PIC X(10).
       01 WS-CM-FECHA             PIC X(10).
       01 WS-CM-HORA              PIC 9(6).
       01 WS-CM-PERSONAS          PIC 9(3).
       01 WS-CM-MOVIDAS           PIC 9(3).
       01 WS-CM-RESTO             PIC 9(5).
       01 WS-CM-RESTANTES         PIC 9(3).
       01 WS-CM-ACCION            PIC X(30).
       01 WS-CM-TOTAL             PIC 9(3).
       01 WS-CM-IDX               PIC 9(3).
       01 WS-CM-LLENO             PIC 9(1).
       01 WS-CM-LINEAS.
          05 WS-CM-COPIA OCCURS 100 TIMES PIC X(200).
      *>  MONTO FACTURADO POR MESONERO DE LAS LÍNEAS DE LA COMANDA:
      *>  LA VENTA SE ACREDITA AL QUE TIENE EL MAYOR MONTO
       01 WS-CV-TOTAL             PIC 9(2).
       01 WS-CV-IDX               PIC 9(2).
       01 WS-CV-MAYOR             PIC 9(2).
       01 WS-CV-MESONERO-LINEA    PIC X(10).
       01 WS-CV-TABLA.
          05 WS-CV-ENTRADA OCCURS 10 TIMES.
             10 WS-CV-MESONERO    PIC X(10).
             10 WS-CV-MONTO       PIC 9(9)V99.
      *>  -------------------------------------------------------------
       *> Envío de Comandas a Cocina y Barra por Estación
       01 WS-KC-ESTACION          PIC X(10).
       01 WS-KC-NUEVO-ESTADO      PIC X(14).
       01 WS-KC-OPCION            PIC 9(1).
       01 WS-KC-FILTRO            PIC X(10).
       01 WS-KC-FECHA-RONDA       PIC X(10).
       01 WS-KC-HORA-RONDA        PIC 9(6).
       01 WS-KC-FECHA             PIC X(10).
       01 WS-KC-HORA              PIC 9(6).
       01 WS-KC-HORA-FORMATO.
          02 WS-KC-HH             PIC 9(2).
          02 WS-KC-MI             PIC 9(2).
          02 WS-KC-SS             PIC 9(2).
       01 WS-KC-HORA-TEXTO.
          02 WS-KC-HT-HH          PIC 9(2).
          02 FILLER               PIC X(1) VALUE ":".
          02 WS-KC-HT-MI          PIC 9(2).
       01 WS-KC-ANNO              PIC 9(4).
       01 WS-KC-MES               PIC 9(2).
       01 WS-KC-DIA               PIC 9(2).
       01 WS-KC-FECHA-NUM         PIC 9(8).
       01 WS-KC-MINUTOS-ABS       PIC 9(10).
       01 WS-KC-MINUTOS-PEDIDO    PIC 9(10).
       01 WS-KC-MINUTOS-AHORA     PIC 9(10).
       01 WS-KC-ESPERA            PIC 9(5).
       01 WS-KC-TICKETS           PIC 9(2).
       01 WS-KC-EST-IDX           PIC 9(2).
       01 WS-KC-ESTACIONES.
          05 FILLER               PIC X(10) VALUE "COCINA".
          05 FILLER               PIC X(10) VALUE "BARRA".
          05 FILLER               PIC X(10) VALUE "POSTRES".
       01 WS-KC-TABLA-ESTACIONES.
          05 WS-KC-NOMBRE-ESTACION OCCURS 3 TIMES PIC X(10).
      *>  LÍNEAS DE LA RONDA QUE SE ACABA DE ANOTAR, PARA LOS TICKETS
       01 WS-RD-TOTAL             PIC 9(2).
       01 WS-RD-IDX               PIC 9(2).
       01 WS-RD-TABLA.
          05 WS-RD-ENTRADA OCCURS 50 TIMES.
             10 WS-RD-ESTACION    PIC X(10).
             10 WS-RD-PRODUCTO    PIC X(10).
             10 WS-RD-NOMBRE      PIC X(40).
             10 WS-RD-CANTIDAD    PIC 9(5).
             10 WS-RD-NOTA        PIC X(30).
      *>  PANTALLA DE COCINA: PEDIDOS ABIERTOS DEL MÁS VIEJO AL MÁS
      *>  NUEVO (ORDEN = AAAAMMDD + HHMMSS DEL PEDIDO)
       01 WS-PC-TOTAL             PIC 9(3).
       01 WS-PC-IDX               PIC 9(3).
       01 WS-PC-POS               PIC 9(3).
       01 WS-PC-LLENO             PIC 9(1).
       01 WS-PC-NUEVA.
          05 WS-PC-N-ORDEN        PIC 9(14).
          05 WS-PC-N-MESA         PIC X(5).
          05 WS-PC-N-LINEA        PIC 9(3).
          05 WS-PC-N-PRODUCTO     PIC X(10).
          05 WS-PC-N-CANTIDAD     PIC 9(5).
          05 WS-PC-N-ESTACION     PIC X(10).
          05 WS-PC-N-ESTADO       PIC X(14).
          05 WS-PC-N-NOTA         PIC X(30).
          05 WS-PC-N-ESPERA       PIC 9(5).
       01 WS-PC-TABLA.
          05 WS-PC-ENTRADA OCCURS 200 TIMES PIC X(96).
       01 WS-PC-LINEA.
          05 WS-PCL-ORDEN         PIC 9(14).
          05 WS-PCL-MESA          PIC X(5).
          05 WS-PCL-LINEA         PIC 9(3).
          05 WS-PCL-PRODUCTO      PIC X(10).
          05 WS-PCL-CANTIDAD      PIC 9(5).
          05 WS-PCL-ESTACION      PIC X(10).
          05 WS-PCL-ESTADO        PIC X(14).
          05 WS-PCL-NOTA          PIC X(30).
          05 WS-PCL-ESPERA        PIC 9(5).
      *>  TIEMPOS DE PREPARACIÓN POR ESTACIÓN Y POR PLATO
       01 WS-TP-FECHA             PIC X(10).
       01 WS-TP-LEIDOS            PIC 9(5).
       01 WS-TP-IDX               PIC 9(3).
       01 WS-TP-IDX2              PIC 9(3).
       01 WS-TP-HALLADO           PIC 9(3).
       01 WS-TP-PLATOS-LLENO      PIC 9(1).
       01 WS-TP-PROMEDIO          PIC 9(5)V9.
       01 WS-TP-PROMEDIO-ED       PIC ZZZZ9.9.
       01 WS-TP-MINUTOS-ED        PIC ZZZZ9.
       01 WS-TP-CANT-ED           PIC ZZZZ9.
       01 WS-TP-EST-TABLA.
          05 WS-TP-EST OCCURS 3 TIMES.
             10 WS-TP-EST-PLATOS  PIC 9(5).
             10 WS-TP-EST-MINUTOS PIC 9(9).
             10 WS-TP-EST-PEOR    PIC 9(5).
             10 WS-TP-EST-PEOR-PROD PIC X(10).
             10 WS-TP-EST-PEOR-MESA PIC X(5).
             10 WS-TP-EST-PEOR-HORA PIC 9(6).
       01 WS-TP-PLATOS-TOTAL      PIC 9(3).
       01 WS-TP-PLATOS.
          05 WS-TP-PLATO OCCURS 200 TIMES.
             10 WS-TP-PL-PRODUCTO PIC X(10).
             10 WS-TP-PL-ESTACION PIC X(10).
             10 WS-TP-PL-VECES    PIC 9(5).
             10 WS-TP-PL-MINUTOS  PIC 9(9).
             10 WS-TP-PL-PEOR     PIC 9(5).
             10 WS-TP-PL-PROMEDIO PIC 9(5)V9.
       01 WS-TP-PLATO-AUX         PIC X(45).
      *>  -------------------------------------------------------------
       *> Interfaz Contable: Asientos de Diario
       01 WS-AC-DESDE-TXT         PIC X(10).
       01 WS-AC-HASTA-TXT         PIC X(10).
       01 WS-AC-CONV-TXT          PIC X(10).
       01 WS-AC-CONV-NUM          PIC 9(8).
       01 WS-AC-CONV-INT          PIC 9(9).
       01 WS-AC-CONV-DD           PIC 9(2).
       01 WS-AC-CONV-MM           PIC 9(2).
       01 WS-AC-CONV-AAAA         PIC 9(4).
       01 WS-AC-DESDE-INT         PIC 9(9).
       01 WS-AC-HASTA-INT         PIC 9(9).
       01 WS-AC-HOY-INT           PIC 9(9).
       01 WS-AC-DIA-INT           PIC 9(9).
       01 WS-AC-DESDE-NUM         PIC 9(8).
       01 WS-AC-HASTA-NUM         PIC 9(8).
       01 WS-AC-FECHA-NUM         PIC 9(8).
       01 WS-AC-FECHA-TXT         PIC X(10).
       01 WS-AC-FECHAS-OK         PIC 9(1).
       01 WS-AC-TIPO              PIC X(10).
       01 WS-AC-SECUENCIA         PIC 9(2).
       01 WS-AC-ASIENTO           PIC X(11).
       01 WS-AC-GLOSA             PIC X(40).
       01 WS-AC-MOTIVO            PIC X(40).
       01 WS-AC-HALLADO           PIC 9(1).
       01 WS-AC-CONCEPTO          PIC X(20).
       01 WS-AC-LADO              PIC X(1).
       01 WS-AC-MONTO             PIC 9(11)V99.
       01 WS-AC-MONTO-ED          PIC Z(10)9.99.
       01 WS-AC-DEBE-ED           PIC Z(10)9.99.
       01 WS-AC-HABER-ED          PIC Z(10)9.99.
       01 WS-AC-DOCUMENTOS        PIC 9(5).
       01 WS-AC-BASES             PIC 9(11)V99.
       01 WS-AC-IVA               PIC 9(11)V99.
       01 WS-AC-TOTAL             PIC 9(11)V99.
       01 WS-AC-EFECTIVO          PIC 9(11)V99.
       01 WS-AC-PUNTO             PIC 9(11)V99.
       01 WS-AC-MOVIL             PIC 9(11)V99.
       01 WS-AC-DIVISAS           PIC 9(11)V99.
       01 WS-AC-OTRAS             PIC 9(11)V99.
       01 WS-AC-IGTF              PIC 9(11)V99.
       01 WS-AC-BASE-COMPRA       PIC 9(11)V99.
       01 WS-AC-DIFERENCIA        PIC S9(11)V99.
       01 WS-AC-EXPORTADOS        PIC 9(5).
       01 WS-AC-YA-EXPORTADOS     PIC 9(5).
       01 WS-AC-RECHAZADOS        PIC 9(5).
       01 WS-AC-LINEAS            PIC 9(7).
       01 WS-AC-ARCHIVO           PIC X(30).
       01 WS-AC-IDX               PIC 9(2).
       01 WS-AC-CUENTA-NUEVA      PIC X(20).
       01 WS-AC-DESCRIPCION-NUEVA PIC X(40).
       01 WS-AC-CONCEPTOS.
          05 FILLER               PIC X(20) VALUE "VENTAS".
          05 FILLER               PIC X(20) VALUE "DEVOLUCIONES-VENTAS".
          05 FILLER               PIC X(20) VALUE "IVA-DEBITO".
          05 FILLER               PIC X(20) VALUE "CXC-CLIENTES".
          05 FILLER               PIC X(20) VALUE "CAJA-EFECTIVO".
          05 FILLER               PIC X(20) VALUE "BANCO-PUNTO-VENTA".
          05 FILLER               PIC X(20) VALUE "BANCO-PAGO-MOVIL".
          05 FILLER               PIC X(20) VALUE "CAJA-DIVISAS".
          05 FILLER               PIC X(20) VALUE "IGTF-POR-PAGAR".
          05 FILLER               PIC X(20) VALUE "COMPRAS".
          05 FILLER               PIC X(20) VALUE "IVA-CREDITO".
          05 FILLER               PIC X(20) VALUE "CXP-PROVEEDORES".
          05 FILLER               PIC X(20) VALUE "SOBRANTE-CAJA".
          05 FILLER               PIC X(20) VALUE "FALTANTE-CAJA".
          05 FILLER               PIC X(20) VALUE "IVA-RETENIDO".
       01 WS-AC-TABLA-CONCEPTOS.
          05 WS-AC-NOMBRE-CONCEPTO PIC X(20) OCCURS 15 TIMES.
       01 WS-AS-TOTAL-LINEAS      PIC 9(2).
       01 WS-AS-IDX               PIC 9(2).
       01 WS-AS-DEBE-TOTAL        PIC 9(11)V99.
       01 WS-AS-HABER-TOTAL       PIC 9(11)V99.
       01 WS-AS-TABLA.
          05 WS-AS-LINEA OCCURS 10 TIMES.
             10 WS-AS-CONCEPTO    PIC X(20).
             10 WS-AS-CUENTA      PIC X(20).
             10 WS-AS-DEBE        PIC 9(11)V99.
             10 WS-AS-HABER       PIC 9(11)V99.
       01 WS-AC-SALIDA.
          05 WS-ACS-ASIENTO       PIC X(11).
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-FECHA         PIC X(10).
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-CUENTA        PIC X(20).
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-CONCEPTO      PIC X(20).
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-GLOSA         PIC X(40).
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-DEBE          PIC 9(11).99.
          05 FILLER               PIC X(1) VALUE ";".
          05 WS-ACS-HABER         PIC 9(11).99.
       01 WS-RZ-TOTAL             PIC 9(3).
       01 WS-RZ-IDX               PIC 9(3).
       01 WS-RZ-TABLA.
          05 WS-RZ-ENTRADA OCCURS 200 TIMES.
             10 WS-RZ-ASIENTO     PIC X(11).
             10 WS-RZ-GLOSA       PIC X(40).
             10 WS-RZ-DEBE        PIC 9(11)V99.
             10 WS-RZ-HABER       PIC 9(11)V99.
             10 WS-RZ-MOTIVO      PIC X(40).
      *>  -------------------------------------------------------------
       *> Conciliación Bancaria: Punto de Venta y Pago Móvil
       01 WS-CB-FECHA-TXT         PIC X(10).
       01 WS-CB-FECHA-NUM         PIC 9(8).
       01 WS-CB-TOTAL-CREDITOS    PIC 9(3).
       01 WS-CB-IDX               PIC 9(3).
       01 WS-CB-HALLADO           PIC 9(3).
       01 WS-CB-OTRAS-FECHAS      PIC 9(5).
       01 WS-CB-DEBITOS           PIC 9(5).
       01 WS-CB-NO-CARGADOS       PIC 9(5).
       01 WS-CB-INVALIDOS         PIC 9(5).
       01 WS-CB-REF-COBRO         PIC X(20).
       01 WS-CB-REF-BANCO         PIC X(20).
       01 WS-CB-CONCILIADOS       PIC 9(5).
       01 WS-CB-PENDIENTES        PIC 9(5).
       01 WS-CB-SIN-COBRO         PIC 9(5).
       01 WS-CB-COBRADO-PUNTO     PIC 9(11)V99.
       01 WS-CB-COBRADO-MOVIL     PIC 9(11)V99.
       01 WS-CB-CONC-PUNTO        PIC 9(11)V99.
       01 WS-CB-CONC-MOVIL        PIC 9(11)V99.
       01 WS-CB-PEND-PUNTO        PIC 9(11)V99.
       01 WS-CB-PEND-MOVIL        PIC 9(11)V99.
       01 WS-CB-Z-PUNTO           PIC 9(11)V99.
       01 WS-CB-Z-MOVIL           PIC 9(11)V99.
       01 WS-CB-SIN-COBRO-MONTO   PIC 9(11)V99.
       01 WS-CB-CIERRES           PIC 9(3).
       01 WS-CB-ETIQUETA          PIC X(32).
       01 WS-CB-DIFERENCIA        PIC S9(11)V99.
       01 WS-CB-MONTO-ED          PIC Z(10)9.99.
       01 WS-CB-PUNTO-ED          PIC Z(10)9.99.
       01 WS-CB-MOVIL-ED          PIC Z(10)9.99.
       01 WS-CB-DIF-PUNTO-ED      PIC -Z(9)9.99.
       01 WS-CB-DIF-MOVIL-ED      PIC -Z(9)9.99.
       01 WS-CB-TABLA-CREDITOS.
          05 WS-CB-CREDITO OCCURS 500 TIMES.
             10 WS-CB-CR-REFERENCIA  PIC X(20).
             10 WS-CB-CR-MONTO       PIC 9(9)V99.
             10 WS-CB-CR-DESCRIPCION PIC X(40).
             10 WS-CB-CR-USADO       PIC 9(1).
      *>  -------------------------------------------------------------
       *> Análisis de Ventas por Hora, Día de la Semana y Mesas
       01 WS-AH-DESDE-TXT         PIC X(10).
       01 WS-AH-HASTA-TXT         PIC X(10).
       01 WS-AH-DESDE-NUM         PIC 9(8).
       01 WS-AH-HASTA-NUM         PIC 9(8).
       01 WS-AH-ANT-DESDE-NUM     PIC 9(8).
       01 WS-AH-ANT-HASTA-NUM     PIC 9(8).
       01 WS-AH-FECHA-TXT         PIC X(10).
       01 WS-AH-FECHA-NUM         PIC 9(8).
       01 WS-AH-PERIODO           PIC 9(1).
       01 WS-AH-ENTERO            PIC 9(9).
       01 WS-AH-COCIENTE          PIC 9(9).
       01 WS-AH-RESTO             PIC 9(1).
       01 WS-AH-IDX               PIC 9(3).
       01 WS-AH-HH                PIC 9(2).
       01 WS-AH-ANNO              PIC 9(4).
       01 WS-AH-ANNO-FIN          PIC 9(4).
       01 WS-AH-HISTORICOS        PIC 9(3).
       01 WS-AH-SIN-HORA          PIC 9(7).
       01 WS-AH-HORAS.
          05 WS-AH-HORA OCCURS 25 TIMES.
             10 WS-AH-H-PER OCCURS 2 TIMES.
                15 WS-AH-H-TICKETS PIC 9(7).
                15 WS-AH-H-MONTO   PIC 9(11)V99.
       01 WS-AH-DIAS.
          05 WS-AH-DIA OCCURS 7 TIMES.
             10 WS-AH-D-PER OCCURS 2 TIMES.
                15 WS-AH-D-TICKETS PIC 9(7).
                15 WS-AH-D-MONTO   PIC 9(11)V99.
       01 WS-AH-TOTALES.
          05 WS-AH-T-PER OCCURS 2 TIMES.
             10 WS-AH-T-TICKETS   PIC 9(7).
             10 WS-AH-T-MONTO     PIC 9(11)V99.
             10 WS-AH-OC-TURNOS   PIC 9(7).
             10 WS-AH-OC-CON-TIEMPO PIC 9(7).
             10 WS-AH-OC-MINUTOS  PIC 9(11).
             10 WS-AH-OC-PERSONAS PIC 9(9).
       01 WS-AH-NOMBRES-DIAS.
          05 FILLER PIC X(11) VALUE "LUNES".
          05 FILLER PIC X(11) VALUE "MARTES".
          05 FILLER PIC X(11) VALUE "MIERCOLES".
          05 FILLER PIC X(11) VALUE "JUEVES".
          05 FILLER PIC X(11) VALUE "VIERNES".
          05 FILLER PIC X(11) VALUE "SABADO".
          05 FILLER PIC X(11) VALUE "DOMINGO".
       01 WS-AH-TABLA-DIAS.
          05 WS-AH-NOMBRE-DIA OCCURS 7 TIMES PIC X(11).
       01 WS-AH-TOTAL-MESAS       PIC 9(3).
       01 WS-AH-MESA-IDX          PIC 9(3).
       01 WS-AH-MESAS-LLENO       PIC 9(1).
       01 WS-AH-TABLA-MESAS.
          05 WS-AH-MESA OCCURS 100 TIMES.
             10 WS-AH-M-MESA       PIC X(5).
             10 WS-AH-M-TURNOS     PIC 9(5).
             10 WS-AH-M-CON-TIEMPO PIC 9(5).
             10 WS-AH-M-MINUTOS    PIC 9(9).
             10 WS-AH-M-PERSONAS   PIC 9(7).
       01 WS-AH-ETIQUETA          PIC X(11).
       01 WS-AH-T1                PIC 9(7).
       01 WS-AH-T2                PIC 9(7).
       01 WS-AH-M1                PIC 9(11)V99.
       01 WS-AH-M2                PIC 9(11)V99.
       01 WS-AH-PROMEDIO          PIC 9(11)V99.
       01 WS-AH-VARIACION         PIC S9(7)V9.
       01 WS-AH-T1-ED             PIC Z(6)9.
       01 WS-AH-T2-ED             PIC Z(6)9.
       01 WS-AH-M1-ED             PIC Z(10)9.99.
       01 WS-AH-M2-ED             PIC Z(10)9.99.
       01 WS-AH-P1-ED             PIC Z(8)9.99.
       01 WS-AH-P2-ED             PIC Z(8)9.99.
       01 WS-AH-VAR-ED            PIC -Z(5)9.9.
       01 WS-AH-VAR-TXT           PIC X(9).
       01 WS-AH-MIN-PROMEDIO      PIC 9(7).
       01 WS-AH-CUB-PROMEDIO      PIC 9(5)V9.
       01 WS-AH-TUR-ED            PIC Z(6)9.
       01 WS-AH-CUB-ED            PIC Z(8)9.
       01 WS-AH-CXT-ED            PIC Z(4)9.9.
       01 WS-AH-MIN-ED            PIC Z(6)9.
      *>  -------------------------------------------------------------
       01 WS-FECHA-LEGIBLE.
          05 WS-FECHA-DIA    PIC 9(02).
       MAIN-PROGRAM.
           MOVE 0 TO WS-FIN

      *>  INVOCADO CON PARÁMETRO (RESPALDO, VERIFICAR, LIBRO MM
      *>  AAAA O CONTABLE [DDMMAAAA [DDMMAAAA]]) EL PROGRAMA
      *>  EJECUTA ESE PROCESO COMPLETO SIN
      *>  PREGUNTAR NADA, DEJA SU RESULTADO EN EL LOG DEL DÍA Y
      *>  TERMINA CON CÓDIGO DE RETORNO (0=OK, 4=CON HALLAZGOS,
      *>  8=ERROR); ASÍ SE PROGRAMA DE MADRUGADA SIN OPERADOR
           DISPLAY "13 - CAJA: APERTURA, ARQUEO Y CIERRE Z".
           DISPLAY "14 - GESTIÓN DE USUARIOS".
           DISPLAY "15 - ARCHIVO HISTÓRICO (CIERRE DE EJERCICIO)".
           DISPLAY "16 - INTERFAZ CONTABLE (ASIENTOS DE DIARIO)".
           DISPLAY "----------------------------------------------".
           DISPLAY "5 - SALIR DEL SISTEMA".
           DISPLAY " ".
           WHEN 13 PERFORM    001-SUBMENU-CAJA
           WHEN 14 PERFORM    001-SUBMENU-USUARIOS
           WHEN 15 PERFORM    001-SUBMENU-HISTORICO
           WHEN 16 PERFORM    001-SUBMENU-CONTABILIDAD
               WHEN 5     MOVE 1 TO WS-FIN
               WHEN OTHER
                   DISPLAY " "
       000-CERRAR-ARCHIVO-COMANDA-DET.
           CLOSE COMANDA-DETALLE.

       000-ABRIR-ARCHIVO-ESTACIONES.
           OPEN I-O ESTACIONES.
           IF FS-ESTACIONES = "35"
              OPEN OUTPUT ESTACIONES
              CLOSE ESTACIONES
              OPEN I-O ESTACIONES
           END-IF.
           IF FS-ESTACIONES NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-ESTACIONES
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-ESTACIONES.
           CLOSE ESTACIONES.

       000-ABRIR-ARCHIVO-TIEMPOS.
           OPEN EXTEND TIEMPOS-PREP.
           IF FS-TIEMPOS = "35"
              OPEN OUTPUT TIEMPOS-PREP
           END-IF.

       000-CERRAR-ARCHIVO-TIEMPOS.
           CLOSE TIEMPOS-PREP.

       000-ABRIR-ARCHIVO-OCUPACION.
           OPEN EXTEND OCUPACION-MESAS.
           IF FS-OCUPACION = "35"
              OPEN OUTPUT OCUPACION-MESAS
           END-IF.

       000-CERRAR-ARCHIVO-OCUPACION.
           CLOSE OCUPACION-MESAS.

       000-ABRIR-ARCHIVO-NOTAS.
           OPEN I-O NOTAS-CREDITO.
           IF FS-NOTAS = "35"
       000-CERRAR-ARCHIVO-COMPRA-DET.
           CLOSE COMPRA-DETALLE.

       000-ABRIR-ARCHIVO-PAGOS-PROV.
           OPEN I-O PAGOS-PROVEEDOR.
           IF FS-PAGOS-PROV = "35"
              OPEN OUTPUT PAGOS-PROVEEDOR
              CLOSE PAGOS-PROVEEDOR
              OPEN I-O PAGOS-PROVEEDOR
           END-IF.
           IF FS-PAGOS-PROV NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-PAGOS-PROV
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-PAGOS-PROV.
           CLOSE PAGOS-PROVEEDOR.

       000-ABRIR-ARCHIVO-RETENCIONES.
           OPEN I-O RETENCIONES.
           IF FS-RETENCIONES = "35"
              OPEN OUTPUT RETENCIONES
              CLOSE RETENCIONES
              OPEN I-O RETENCIONES
           END-IF.
           IF FS-RETENCIONES NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-RETENCIONES
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-RETENCIONES.
           CLOSE RETENCIONES.

       000-ABRIR-ARCHIVO-TOMA.
           OPEN I-O TOMA-FISICA.
           IF FS-TOMA = "35"
              OPEN OUTPUT TOMA-FISICA
              CLOSE TOMA-FISICA
              OPEN I-O TOMA-FISICA
           END-IF.
           IF FS-TOMA NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-TOMA
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-TOMA.
           CLOSE TOMA-FISICA.

       000-ABRIR-ARCHIVO-INGREDIENTES.
           OPEN I-O INGREDIENTES.
           IF FS-INGREDIENTES = "35"
      *>  ASIENTA EN KARDEX.TXT UN MOVIMIENTO DE ALMACÉN DE COCINA.
      *>  EL LLAMADOR DEBE CARGAR INGREDIENTE-CODIGO, LA EXISTENCIA
      *>  YA ACTUALIZADA, WS-TIPO-MOVIMIENTO, WS-CANT-INGREDIENTE Y
      *>  WS-MOTIVO-MOVIMIENTO ANTES DE HACER ESTE PERFORM. EL COSTO
      *>  DEL MOVIMIENTO ES EL DE LA ENTRADA SI 003-PROMEDIAR-COSTO-
      *>  INGREDIENTE LO DEJÓ EN WS-COSTO-MOVIMIENTO, SI NO EL
      *>  PROMEDIO VIGENTE.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO KARDEX-FECHA.
           MOVE INGREDIENTE-CODIGO TO KARDEX-PRODUCTO.
           MOVE WS-CANT-INGREDIENTE TO KARDEX-CANTIDAD.
           MOVE WS-MOTIVO-MOVIMIENTO TO KARDEX-MOTIVO.
           MOVE INGREDIENTE-EXISTENCIA TO KARDEX-EXISTENCIA.
           MOVE "I" TO KARDEX-CLASE.
           IF INGREDIENTE-COSTO-PROMEDIO IS NOT NUMERIC
               MOVE 0 TO INGREDIENTE-COSTO-PROMEDIO
           END-IF.
           MOVE INGREDIENTE-COSTO-PROMEDIO TO KARDEX-COSTO-PROMEDIO.
           IF WS-COSTO-MOVIMIENTO = 0
               MOVE INGREDIENTE-COSTO-PROMEDIO TO KARDEX-COSTO-UNITARIO
           ELSE
               MOVE WS-COSTO-MOVIMIENTO TO KARDEX-COSTO-UNITARIO
           END-IF.
           MOVE 0 TO WS-COSTO-MOVIMIENTO.
           PERFORM 000-ABRIR-ARCHIVO-KARDEX.
           WRITE KARDEX-REG.
           PERFORM 000-CERRAR-ARCHIVO-KARDEX.
                   MOVE 0 TO WS-PROVEEDOR-ENCONTRADO
               NOT INVALID KEY
                   MOVE 1 TO WS-PROVEEDOR-ENCONTRADO
                   MOVE PROVEEDOR-DIAS-CREDITO TO WS-DIAS-CREDITO
                   DISPLAY "Proveedor: " PROVEEDOR-RAZON
                   DISPLAY "Condiciones: " PROVEEDOR-CONDICIONES
                   DISPLAY "Días de crédito: " PROVEEDOR-DIAS-CREDITO
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.

      *>  ASIENTA UN MOVIMIENTO EN KARDEX.TXT. EL LLAMADOR DEBE CARGAR
      *>  PRODUCTO-CODIGO, PRODUCTO-EXISTENCIA (YA ACTUALIZADA),
      *>  WS-TIPO-MOVIMIENTO, WS-CANT-MOVIMIENTO Y WS-MOTIVO-MOVIMIENTO
      *>  ANTES DE HACER ESTE PERFORM. EL COSTO UNITARIO ASENTADO ES
      *>  EL DE LA ENTRADA SI 003-PROMEDIAR-COSTO-PRODUCTO LO DEJÓ EN
      *>  WS-COSTO-MOVIMIENTO, SI NO EL PROMEDIO VIGENTE DEL PRODUCTO.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO KARDEX-FECHA.
           MOVE PRODUCTO-CODIGO TO KARDEX-PRODUCTO.
           MOVE WS-CANT-MOVIMIENTO TO KARDEX-CANTIDAD.
           MOVE WS-MOTIVO-MOVIMIENTO TO KARDEX-MOTIVO.
           MOVE PRODUCTO-EXISTENCIA TO KARDEX-EXISTENCIA.
           MOVE "P" TO KARDEX-CLASE.
           IF PRODUCTO-COSTO-PROMEDIO IS NOT NUMERIC
               MOVE 0 TO PRODUCTO-COSTO-PROMEDIO
           END-IF.
           MOVE PRODUCTO-COSTO-PROMEDIO TO KARDEX-COSTO-PROMEDIO.
           IF WS-COSTO-MOVIMIENTO = 0
               MOVE PRODUCTO-COSTO-PROMEDIO TO KARDEX-COSTO-UNITARIO
           ELSE
               MOVE WS-COSTO-MOVIMIENTO TO KARDEX-COSTO-UNITARIO
           END-IF.
           MOVE 0 TO WS-COSTO-MOVIMIENTO.
           PERFORM 000-ABRIR-ARCHIVO-KARDEX.
           WRITE KARDEX-REG.
           PERFORM 000-CERRAR-ARCHIVO-KARDEX.

       003-PROMEDIAR-COSTO-PRODUCTO.
      *>  RECALCULA EL COSTO PROMEDIO PONDERADO DEL PRODUCTO EN
      *>  MEMORIA CON LA ENTRADA DE WS-CANT-MOVIMIENTO UNIDADES A
      *>  WS-COSTO-ENTRADA, ANTES DE SUMAR LA CANTIDAD A LA
      *>  EXISTENCIA. COSTO CERO = ENTRADA AL PROMEDIO VIGENTE
      *>  (DEVOLUCIONES, REPOSICIONES SIN FACTURA). SI EL PRODUCTO
      *>  AÚN NO TIENE COSTO, LA ENTRADA FIJA EL PROMEDIO.
           MOVE 0 TO WS-COSTO-MOVIMIENTO.
           IF PRODUCTO-COSTO-PROMEDIO IS NOT NUMERIC
               MOVE 0 TO PRODUCTO-COSTO-PROMEDIO
           END-IF.
           IF WS-COSTO-ENTRADA > 0
               MOVE WS-COSTO-ENTRADA TO WS-COSTO-MOVIMIENTO
               IF PRODUCTO-COSTO-PROMEDIO = 0
                  OR PRODUCTO-EXISTENCIA = 0
                   MOVE WS-COSTO-ENTRADA TO PRODUCTO-COSTO-PROMEDIO
               ELSE
                   COMPUTE PRODUCTO-COSTO-PROMEDIO ROUNDED =
                       (PRODUCTO-EXISTENCIA * PRODUCTO-COSTO-PROMEDIO
                        + WS-CANT-MOVIMIENTO * WS-COSTO-ENTRADA)
                       / (PRODUCTO-EXISTENCIA + WS-CANT-MOVIMIENTO)
               END-IF
           END-IF.

       003-PROMEDIAR-COSTO-INGREDIENTE.
      *>  MISMO CÁLCULO PARA EL INGREDIENTE EN MEMORIA CON LA ENTRADA
      *>  DE WS-CANT-INGREDIENTE UNIDADES MÍNIMAS A WS-COSTO-ENTRADA.
           MOVE 0 TO WS-COSTO-MOVIMIENTO.
           IF INGREDIENTE-COSTO-PROMEDIO IS NOT NUMERIC
               MOVE 0 TO INGREDIENTE-COSTO-PROMEDIO
           END-IF.
           IF WS-COSTO-ENTRADA > 0
               MOVE WS-COSTO-ENTRADA TO WS-COSTO-MOVIMIENTO
               IF INGREDIENTE-COSTO-PROMEDIO = 0
                  OR INGREDIENTE-EXISTENCIA = 0
                   MOVE WS-COSTO-ENTRADA
                       TO INGREDIENTE-COSTO-PROMEDIO
               ELSE
                   COMPUTE INGREDIENTE-COSTO-PROMEDIO ROUNDED =
                       (INGREDIENTE-EXISTENCIA
                        * INGREDIENTE-COSTO-PROMEDIO
                        + WS-CANT-INGREDIENTE * WS-COSTO-ENTRADA)
                       / (INGREDIENTE-EXISTENCIA
                          + WS-CANT-INGREDIENTE)
               END-IF
           END-IF.

       003-COSTO-RECETA.
      *>  COSTO DE UNA RACIÓN DEL PLATO EN WS-PRODUCTO-RECETA: SUMA DE
      *>  CANTIDAD POR RACIÓN DE CADA INGREDIENTE DE SU RECETA POR EL
      *>  COSTO PROMEDIO DEL INGREDIENTE. WS-RECETA-LINEAS QUEDA EN
      *>  CERO SI EL PLATO NO TIENE RECETA.
           MOVE 0 TO WS-COSTO-RECETA.
           MOVE 0 TO WS-RECETA-LINEAS.
           PERFORM 000-ABRIR-ARCHIVO-RECETAS.
           MOVE WS-PRODUCTO-RECETA TO RECETA-PRODUCTO.
           MOVE LOW-VALUES TO RECETA-INGREDIENTE.
           START RECETAS KEY IS NOT LESS THAN RECETA-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-RECETA
                   PERFORM UNTIL WS-FIN-RECETA = 1
                       READ RECETAS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-RECETA
                           NOT AT END
                               IF RECETA-PRODUCTO =
                                  WS-PRODUCTO-RECETA
                                   ADD 1 TO WS-RECETA-LINEAS
                                   PERFORM 004-COSTO-LINEA-RECETA
                               ELSE
                                   MOVE 1 TO WS-FIN-RECETA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-RECETAS.

       004-COSTO-LINEA-RECETA.
      *>  COSTO DE LA LÍNEA DE RECETA EN MEMORIA, ACUMULADO EN
      *>  WS-COSTO-RECETA.
           MOVE 0 TO WS-COSTO-LINEA-RECETA.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           MOVE RECETA-INGREDIENTE TO INGREDIENTE-CODIGO.
           READ INGREDIENTES
               KEY IS INGREDIENTE-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INGREDIENTE-COSTO-PROMEDIO IS NUMERIC
                       COMPUTE WS-COSTO-LINEA-RECETA ROUNDED =
                           RECETA-CANTIDAD
                           * INGREDIENTE-COSTO-PROMEDIO
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.
           ADD WS-COSTO-LINEA-RECETA TO WS-COSTO-RECETA.

       003-COSTO-PRODUCTO.
      *>  COSTO UNITARIO DEL PRODUCTO EN MEMORIA: EL DE SU RECETA SI
      *>  ES UN PLATO PREPARADO; SI NO, SU COSTO PROMEDIO PONDERADO
      *>  (O EL ÚLTIMO COSTO DE COMPRA SI AÚN NO TIENE PROMEDIO).
           MOVE PRODUCTO-CODIGO TO WS-PRODUCTO-RECETA.
           PERFORM 003-COSTO-RECETA.
           IF WS-RECETA-LINEAS > 0
               MOVE WS-COSTO-RECETA TO WS-COSTO-PRODUCTO
               MOVE "RECETA" TO WS-COSTO-ORIGEN
           ELSE
               IF PRODUCTO-COSTO-PROMEDIO IS NUMERIC
                  AND PRODUCTO-COSTO-PROMEDIO > 0
                   MOVE PRODUCTO-COSTO-PROMEDIO TO WS-COSTO-PRODUCTO
                   MOVE "PROMEDIO" TO WS-COSTO-ORIGEN
               ELSE
                   MOVE PRODUCTO-COSTO TO WS-COSTO-PRODUCTO
                   MOVE "ULT.COMPRA" TO WS-COSTO-ORIGEN
               END-IF
           END-IF.

       003-PRECIO-SIN-IVA.
      *>  PRECIO DE CARTA DEL PRODUCTO EN MEMORIA SIN EL IVA DE SU
      *>  ALÍCUOTA, PARA COMPARARLO CONTRA EL COSTO.
           EVALUATE PRODUCTO-TIPO-IVA
               WHEN "E"
                   MOVE 0 TO WS-LINEA-ALICUOTA
               WHEN "R"
                   MOVE WS-ALICUOTA-REDUCIDA TO WS-LINEA-ALICUOTA
               WHEN OTHER
                   MOVE WS-ALICUOTA-GENERAL TO WS-LINEA-ALICUOTA
           END-EVALUATE.
           COMPUTE WS-PRECIO-NETO ROUNDED =
               PRODUCTO-PRECIO * 100 / (100 + WS-LINEA-ALICUOTA).

       003-DESCARGAR-INVENTARIO.
      *>  REBAJA LA EXISTENCIA DEL PRODUCTO POR LA CANTIDAD VENDIDA Y
      *>  ASIENTA LA SALIDA EN EL KARDEX. SI LA CANTIDAD SUPERA LA

       000-PROCESO-LOTE.
      *>  DESPACHA EL COMANDO RECIBIDO POR LA LÍNEA DE COMANDOS:
      *>  RESPALDO, VERIFICAR, LIBRO MM AAAA O CONTABLE DESDE HASTA
      *>  (DDMMAAAA; SIN FECHAS, EL DÍA DE AYER). TODO QUEDA EN EL
      *>  LOG DEL DÍA Y EL CÓDIGO DE RETORNO INDICA SI HUBO
      *>  PROBLEMAS.
           MOVE 0 TO WS-LOTE-ERRORES.
           MOVE SPACES TO WS-LOTE-COMANDO.
           MOVE SPACES TO WS-LOTE-ARG1.
                   PERFORM 001-LOTE-VERIFICAR
               WHEN "LIBRO"
                   PERFORM 001-LOTE-LIBRO
               WHEN "CONTABLE"
                   PERFORM 001-LOTE-CONTABLE
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-TEXTO
                   STRING "COMANDO NO RECONOCIDO; USE RESPALDO, "
                          DELIMITED BY SIZE
                          "VERIFICAR, LIBRO MM AAAA O CONTABLE "
                          DELIMITED BY SIZE
                          "[DDMMAAAA [DDMMAAAA]]."
                          DELIMITED BY SIZE
                       INTO WS-LOG-TEXTO
                   PERFORM 000-ESCRIBIR-LOG
               PERFORM 000-ESCRIBIR-LOG
           END-IF.

       001-LOTE-CONTABLE.
      *>  EXPORTA LOS ASIENTOS DEL RANGO RECIBIDO; SIN FECHAS TOMA EL
      *>  DÍA DE AYER Y CON UNA SOLA FECHA EXPORTA ESE DÍA.
           PERFORM 003-AC-FECHA-HOY.
           IF WS-LOTE-ARG1 = SPACES
               COMPUTE WS-AC-DESDE-INT = WS-AC-HOY-INT - 1
               MOVE WS-AC-DESDE-INT TO WS-AC-HASTA-INT
               MOVE 1 TO WS-AC-FECHAS-OK
           ELSE
               MOVE SPACES TO WS-AC-CONV-TXT
               STRING WS-LOTE-ARG1(1:2) "/" WS-LOTE-ARG1(3:2) "/"
                      WS-LOTE-ARG1(5:4)
                      DELIMITED BY SIZE INTO WS-AC-CONV-TXT
               MOVE WS-AC-CONV-TXT TO WS-AC-DESDE-TXT
               IF WS-LOTE-ARG2 = SPACES
                   MOVE WS-AC-DESDE-TXT TO WS-AC-HASTA-TXT
               ELSE
                   MOVE SPACES TO WS-AC-CONV-TXT
                   STRING WS-LOTE-ARG2(1:2) "/" WS-LOTE-ARG2(3:2) "/"
                          WS-LOTE-ARG2(5:4)
                          DELIMITED BY SIZE INTO WS-AC-CONV-TXT
                   MOVE WS-AC-CONV-TXT TO WS-AC-HASTA-TXT
               END-IF
               PERFORM 003-AC-VALIDAR-RANGO
           END-IF.
           IF WS-AC-FECHAS-OK = 0
               MOVE SPACES TO WS-LOG-TEXTO
               STRING "FECHAS INVALIDAS PARA LA INTERFAZ CONTABLE: "
                      DELIMITED BY SIZE
                      WS-AC-MOTIVO DELIMITED BY SIZE
                   INTO WS-LOG-TEXTO
               PERFORM 000-ESCRIBIR-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 003-ASIENTOS-NUCLEO
               MOVE SPACES TO WS-LOG-TEXTO
               STRING "ASIENTOS EXPORTADOS: " DELIMITED BY SIZE
                      WS-AC-EXPORTADOS DELIMITED BY SIZE
                      "  YA EXPORTADOS ANTES: " DELIMITED BY SIZE
                      WS-AC-YA-EXPORTADOS DELIMITED BY SIZE
                      "  RECHAZADOS: " DELIMITED BY SIZE
                      WS-AC-RECHAZADOS DELIMITED BY SIZE
                      " (ARCHIVO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AC-ARCHIVO) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                   INTO WS-LOG-TEXTO
               PERFORM 000-ESCRIBIR-LOG
               PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                       UNTIL WS-RZ-IDX > WS-RZ-TOTAL
                   MOVE SPACES TO WS-LOG-TEXTO
                   STRING "ASIENTO RECHAZADO " DELIMITED BY SIZE
                          WS-RZ-ASIENTO(WS-RZ-IDX) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-RZ-MOTIVO(WS-RZ-IDX) DELIMITED BY SIZE
                       INTO WS-LOG-TEXTO
                   PERFORM 000-ESCRIBIR-LOG
               END-PERFORM
      *>  LOS RECHAZADOS NO SE MARCAN: SALDRÁN EN LA PRÓXIMA CORRIDA
      *>  UNA VEZ CORREGIDOS. EL CÓDIGO 4 AVISA PARA REVISARLOS.
               IF WS-AC-RECHAZADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       *> USUARIOS, INICIO DE SESIÓN Y NIVELES DE PERMISO
       *>  -------------------------------------------------------------

                DISPLAY "LÍMITE DE CRÉDITO EN BS (0 = SIN "
                        "CRÉDITO): " WITH NO ADVANCING.
                ACCEPT CLIENTE-LIMITE-CREDITO.
                MOVE SPACE TO CLIENTE-AGENTE-RETENCION.
                PERFORM UNTIL CLIENTE-AGENTE-RETENCION = "S"
                           OR CLIENTE-AGENTE-RETENCION = "N"
                    DISPLAY "¿ES AGENTE DE RETENCIÓN DE IVA? (S/N): "
                        WITH NO ADVANCING
                    ACCEPT CLIENTE-AGENTE-RETENCION
                    INSPECT CLIENTE-AGENTE-RETENCION
                        CONVERTING "sn" TO "SN"
                END-PERFORM.
                MOVE 0 TO CLIENTE-PCT-RETENCION.
                IF CLIENTE-AGENTE-RETENCION = "S"
                    PERFORM UNTIL CLIENTE-PCT-RETENCION = 75
                               OR CLIENTE-PCT-RETENCION = 100
                        DISPLAY "PORCENTAJE DE RETENCIÓN (75 O 100): "
                            WITH NO ADVANCING
                        ACCEPT CLIENTE-PCT-RETENCION
                    END-PERFORM
                END-IF.
            *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
                PERFORM 000-ABRIR-ARCHIVO-CLIENTES.
                IF WS-CONSULTA = 0
           DISPLAY "9 - ESTADO DE CUENTA DE UN CLIENTE".
           DISPLAY "10 - CONSULTAR FACTURA POR NÚMERO".
           DISPLAY "11 - RECONSTRUIR ÍNDICE DE NÚMEROS".
           DISPLAY "12 - REGISTRAR RETENCIÓN DE IVA DE UN CLIENTE".
           DISPLAY "----------------------------------------------".
           DISPLAY "6 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           WHEN 9 PERFORM     002-ESTADO-CUENTA
           WHEN 10 PERFORM    002-CONSULTAR-FACTURA-NUMERO
           WHEN 11 PERFORM    002-RECONSTRUIR-INDICE
           WHEN 12 PERFORM    002-REGISTRAR-RETENCION
           WHEN 6 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
                    DISPLAY "Ingrese Teléfonos: " WITH NO ADVANCING
                    ACCEPT FACTURA-TELEFONOS
                 END-IF
                 PERFORM 003-EXIGIR-TASA-DIA
                 MOVE WS-TASA-DIA TO FACTURA-TASA
                 PERFORM 000-OBTENER-FECHA-SISTEMA
                 MOVE WS-FECHA-LEGIBLE TO FACTURA-FECHA
                 ACCEPT WS-HORA-SISTEMA FROM TIME
                 COMPUTE FACTURA-HORA = WS-HORA-SISTEMA / 100
                 DISPLAY "Plazo de crédito en días (0 = de contado): "
                         WITH NO ADVANCING
                 ACCEPT WS-DIAS-CREDITO
                 END-IF
                 PERFORM 003-CAPTURAR-DETALLE-FACTURA
                 MOVE WS-FACTURA-TOTAL-CALC TO FACTURA-TOTAL
                 PERFORM 003-CARGAR-IVA-FACTURA
                 DISPLAY "MONTO TOTAL CALCULADO: " FACTURA-TOTAL
      *>  LA FACTURA A PLAZO SOLO SE ACEPTA SI LO QUE EL CLIENTE YA
      *>  DEBE MÁS ESTA FACTURA CABE EN SU LÍMITE DE CRÉDITO (O UN
           MOVE WS-FORMA-PAGO TO COBRO-FORMA-PAGO.
           MOVE WS-REFERENCIA-PAGO TO COBRO-REFERENCIA.
           MOVE WS-USUARIO-ACTUAL TO COBRO-USUARIO.
           PERFORM 003-CALCULAR-IGTF-COBRO.
           PERFORM 003-INICIAR-CONCILIACION-COBRO.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           WRITE COBRO-REG
               INVALID KEY
                           FS-COBROS
               NOT INVALID KEY
                   DISPLAY "Cobro de contado registrado."
                   PERFORM 003-ASENTAR-IGTF-FACTURA
           END-WRITE.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.

                          DELIMITED BY SIZE INTO FACTURA-TELEFONOS
                   DISPLAY "Datos del cliente autocompletados desde "
                           "el maestro de clientes."
                   IF CLIENTE-AGENTE-RETENCION = "S"
                       DISPLAY "Cliente agente de retención de IVA: "
                               "registre el comprobante cuando lo "
                               "entregue (Gestión de Facturas)."
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-CLIENTES.

       003-CAPTURAR-DETALLE-FACTURA.
           MOVE 0 TO WS-FACTURA-LINEA.
           MOVE 0 TO WS-FACTURA-TOTAL-CALC.
           PERFORM 003-INICIAR-IVA-FACTURA.
           MOVE 'S' TO WS-MAS-PRODUCTOS.
           PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE.
           PERFORM UNTIL WS-MAS-PRODUCTOS = 'N'
                       MOVE PRODUCTO-PRECIO TO FACTURA-DET-PRECIO
                       MOVE WS-SUBTOTAL-DETALLE
                           TO FACTURA-DET-SUBTOTAL
                       MOVE "S" TO FACTURA-DET-DESCARGA
                       MOVE SPACES TO FACTURA-DET-MESONERO
                       PERFORM 003-CALCULAR-IVA-LINEA
                       WRITE FACTURA-DET-REG
                           INVALID KEY
                               DISPLAY "Error al registrar la línea. "
                           NOT INVALID KEY
                               ADD WS-SUBTOTAL-DETALLE
                                   TO WS-FACTURA-TOTAL-CALC
                               PERFORM 003-ACUMULAR-IVA-LINEA
                               DISPLAY "Producto agregado. Subtotal: "
                                       WS-SUBTOTAL-DETALLE
                               MOVE "SALIDA" TO WS-TIPO-MOVIMIENTO
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-FACTURA-DETALLE.

       003-INICIAR-IVA-FACTURA.
      *>  PONE EN CERO LAS BASES E IVA POR ALÍCUOTA DE LA FACTURA
      *>  QUE SE ESTÁ ARMANDO, IGUAL QUE WS-FACTURA-TOTAL-CALC.
           MOVE 0 TO WS-FACTURA-EXENTO-CALC.
           MOVE 0 TO WS-FACTURA-BASE-RED-CALC.
           MOVE 0 TO WS-FACTURA-IVA-RED-CALC.
           MOVE 0 TO WS-FACTURA-BASE-GEN-CALC.
           MOVE 0 TO WS-FACTURA-IVA-GEN-CALC.

       003-LEER-TIPO-IVA-PRODUCTO.
      *>  CARGA EL PRODUCTO DE PRODUCTO-CODIGO SIN MOSTRAR NADA, PARA
      *>  CONOCER SU TIPO DE IVA; SI YA NO ESTÁ EN EL MAESTRO SE LE
      *>  APLICA LA ALÍCUOTA GENERAL.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           READ PRODUCTOS
               KEY IS PRODUCTO-CODIGO
               INVALID KEY
                   MOVE "G" TO PRODUCTO-TIPO-IVA
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

       003-CALCULAR-IVA-LINEA.
      *>  EL PRECIO DE CARTA INCLUYE EL IVA: SEPARA EL SUBTOTAL DE LA
      *>  LÍNEA EN BASE E IVA SEGÚN EL TIPO DE IVA DEL PRODUCTO EN
      *>  MEMORIA ("E" EXENTO, "R" REDUCIDA, CUALQUIER OTRO GENERAL).
      *>  BASE = SUBTOTAL * 100 / (100 + ALÍCUOTA).
           EVALUATE PRODUCTO-TIPO-IVA
               WHEN "E"
                   MOVE "E" TO FACTURA-DET-TIPO-IVA
                   MOVE 0 TO WS-LINEA-ALICUOTA
               WHEN "R"
                   MOVE "R" TO FACTURA-DET-TIPO-IVA
                   MOVE WS-ALICUOTA-REDUCIDA TO WS-LINEA-ALICUOTA
               WHEN OTHER
                   MOVE "G" TO FACTURA-DET-TIPO-IVA
                   MOVE WS-ALICUOTA-GENERAL TO WS-LINEA-ALICUOTA
           END-EVALUATE.
           MOVE WS-LINEA-ALICUOTA TO FACTURA-DET-ALICUOTA.
           COMPUTE FACTURA-DET-BASE ROUNDED =
               FACTURA-DET-SUBTOTAL * 100 / (100 + WS-LINEA-ALICUOTA).
           COMPUTE FACTURA-DET-IVA =
               FACTURA-DET-SUBTOTAL - FACTURA-DET-BASE.

       003-ACUMULAR-IVA-LINEA.
      *>  SUMA LA BASE Y EL IVA DE LA LÍNEA RECIÉN GRABADA AL
      *>  ACUMULADO DE SU ALÍCUOTA.
           EVALUATE FACTURA-DET-TIPO-IVA
               WHEN "E"
                   ADD FACTURA-DET-BASE TO WS-FACTURA-EXENTO-CALC
               WHEN "R"
                   ADD FACTURA-DET-BASE TO WS-FACTURA-BASE-RED-CALC
                   ADD FACTURA-DET-IVA TO WS-FACTURA-IVA-RED-CALC
               WHEN OTHER
                   ADD FACTURA-DET-BASE TO WS-FACTURA-BASE-GEN-CALC
                   ADD FACTURA-DET-IVA TO WS-FACTURA-IVA-GEN-CALC
           END-EVALUATE.

       003-CARGAR-IVA-FACTURA.
      *>  PASA A LA CABECERA DE LA FACTURA LAS BASES E IVA POR
      *>  ALÍCUOTA ACUMULADOS AL CAPTURAR EL DETALLE. FACTURA-IVA
      *>  QUEDA CON LA ALÍCUOTA GENERAL VIGENTE; EL IGTF SE CARGA
      *>  DESPUÉS, CUANDO SE COBRA EN DIVISAS.
           MOVE WS-ALICUOTA-GENERAL TO FACTURA-IVA.
           MOVE WS-FACTURA-EXENTO-CALC TO FACTURA-BASE-EXENTA.
           MOVE WS-FACTURA-BASE-RED-CALC TO FACTURA-BASE-REDUCIDA.
           MOVE WS-FACTURA-IVA-RED-CALC TO FACTURA-IVA-REDUCIDA.
           MOVE WS-FACTURA-BASE-GEN-CALC TO FACTURA-BASE-GENERAL.
           MOVE WS-FACTURA-IVA-GEN-CALC TO FACTURA-IVA-GENERAL.
           MOVE 0 TO FACTURA-IGTF.
           DISPLAY "EXENTO:           " FACTURA-BASE-EXENTA.
           DISPLAY "BASE ALÍC. REDUC.: " FACTURA-BASE-REDUCIDA
                   "  IVA: " FACTURA-IVA-REDUCIDA.
           DISPLAY "BASE ALÍC. GRAL.:  " FACTURA-BASE-GENERAL
                   "  IVA: " FACTURA-IVA-GENERAL.

       003-DESGLOSE-IVA-FACTURA.
      *>  DEJA EN WS-IV-* LAS BASES, EL IVA POR ALÍCUOTA Y EL IGTF DE
      *>  LA FACTURA EN MEMORIA. LAS FACTURAS EMITIDAS CON UNA SOLA
      *>  ALÍCUOTA NO TRAEN BASES: SE CALCULAN DEL TOTAL CON SU
      *>  FACTURA-IVA Y SE PRESENTAN COMO ALÍCUOTA GENERAL.
           MOVE 0 TO WS-IV-EXENTO.
           MOVE 0 TO WS-IV-BASE-RED.
           MOVE 0 TO WS-IV-IVA-RED.
           MOVE 0 TO WS-IV-BASE-GEN.
           MOVE 0 TO WS-IV-IVA-GEN.
           MOVE 0 TO WS-IV-IGTF.
           IF FACTURA-BASE-EXENTA IS NUMERIC
              AND FACTURA-BASE-REDUCIDA IS NUMERIC
              AND FACTURA-IVA-REDUCIDA IS NUMERIC
              AND FACTURA-BASE-GENERAL IS NUMERIC
              AND FACTURA-IVA-GENERAL IS NUMERIC
              AND (FACTURA-BASE-EXENTA + FACTURA-BASE-REDUCIDA
                   + FACTURA-BASE-GENERAL) > 0
               MOVE FACTURA-BASE-EXENTA TO WS-IV-EXENTO
               MOVE FACTURA-BASE-REDUCIDA TO WS-IV-BASE-RED
               MOVE FACTURA-IVA-REDUCIDA TO WS-IV-IVA-RED
               MOVE FACTURA-BASE-GENERAL TO WS-IV-BASE-GEN
               MOVE FACTURA-IVA-GENERAL TO WS-IV-IVA-GEN
           ELSE
               COMPUTE WS-IV-BASE-GEN ROUNDED =
                   FACTURA-TOTAL * 100 / (100 + FACTURA-IVA)
               COMPUTE WS-IV-IVA-GEN = FACTURA-TOTAL - WS-IV-BASE-GEN
           END-IF.
           IF FACTURA-IGTF IS NUMERIC
               MOVE FACTURA-IGTF TO WS-IV-IGTF
           END-IF.

       003-DESGLOSE-IVA-NOTA.
      *>  MISMO DESGLOSE QUE 003-DESGLOSE-IVA-FACTURA PARA LA NOTA DE
      *>  CRÉDITO EN MEMORIA. EL IGTF NO SE DEVUELVE CON LA NOTA.
           MOVE 0 TO WS-IV-EXENTO.
           MOVE 0 TO WS-IV-BASE-RED.
           MOVE 0 TO WS-IV-IVA-RED.
           MOVE 0 TO WS-IV-BASE-GEN.
           MOVE 0 TO WS-IV-IVA-GEN.
           MOVE 0 TO WS-IV-IGTF.
           IF NOTA-BASE-EXENTA IS NUMERIC
              AND NOTA-BASE-REDUCIDA IS NUMERIC
              AND NOTA-IVA-REDUCIDA IS NUMERIC
              AND NOTA-BASE-GENERAL IS NUMERIC
              AND NOTA-IVA-GENERAL IS NUMERIC
              AND (NOTA-BASE-EXENTA + NOTA-BASE-REDUCIDA
                   + NOTA-BASE-GENERAL) > 0
               MOVE NOTA-BASE-EXENTA TO WS-IV-EXENTO
               MOVE NOTA-BASE-REDUCIDA TO WS-IV-BASE-RED
               MOVE NOTA-IVA-REDUCIDA TO WS-IV-IVA-RED
               MOVE NOTA-BASE-GENERAL TO WS-IV-BASE-GEN
               MOVE NOTA-IVA-GENERAL TO WS-IV-IVA-GEN
           ELSE
               COMPUTE WS-IV-BASE-GEN ROUNDED =
                   NOTA-TOTAL * 100 / (100 + NOTA-IVA)
               COMPUTE WS-IV-IVA-GEN = NOTA-TOTAL - WS-IV-BASE-GEN
           END-IF.

       003-MOSTRAR-IVA-FACTURA.
      *>  MUESTRA EN PANTALLA EL DESGLOSE DE IVA DE LA FACTURA EN
      *>  MEMORIA PARA LAS CONSULTAS.
           PERFORM 003-DESGLOSE-IVA-FACTURA.
           DISPLAY "Exento: " WS-IV-EXENTO.
           DISPLAY "Base alícuota reducida: " WS-IV-BASE-RED
                   " IVA: " WS-IV-IVA-RED.
           DISPLAY "Base alícuota general: " WS-IV-BASE-GEN
                   " IVA: " WS-IV-IVA-GEN.
           IF WS-IV-IGTF > 0
               DISPLAY "IGTF: " WS-IV-IGTF
           END-IF.

       003-ELIMINAR-DETALLE-FACTURA.
      *>  BORRA LAS LÍNEAS YA ESCRITAS EN FACTURA-DETALLE PARA
      *>  FACTURA-RIF/FACTURA-NUMERO CUANDO LA FACTURA SE CANCELA ANTES
      *>  DE GRABAR SU ENCABEZADO, PARA NO DEJAR LÍNEAS HUÉRFANAS.
      *>  CADA LÍNEA YA DESCARGÓ INVENTARIO AL CAPTURARSE, ASÍ QUE SU
      *>  CANTIDAD SE REPONE ANTES DE ELIMINARLA (SALVO LAS PARTES DE
      *>  UNA CUENTA DIVIDIDA QUE NO DESCARGARON, MARCADAS CON "N").
           PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE.
           MOVE FACTURA-RIF TO FACTURA-DET-RIF.
           MOVE FACTURA-NUMERO TO FACTURA-DET-NUMERO.
                                       TO WS-CANT-MOVIMIENTO
                                   MOVE "CANCELACION"
                                       TO WS-MOTIVO-MOVIMIENTO
                                   IF FACTURA-DET-DESCARGA NOT = "N"
                                       PERFORM 003-REPONER-INVENTARIO
                                   END-IF
                                   DELETE FACTURA-DETALLE
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
      *>  GENERA EL DOCUMENTO IMPRIMIBLE DE 80 COLUMNAS DE LA FACTURA
      *>  EN MEMORIA (TICKET_<NUMERO>.TXT): DATOS DEL LOCAL, NÚMERO Y
      *>  FECHA, DATOS DEL CLIENTE, CADA LÍNEA DEL DETALLE Y EL BLOQUE
      *>  DE BASES E IVA POR ALÍCUOTA, TOTAL, IGTF SI LO HUBO Y EL
      *>  EQUIVALENTE EN DIVISAS.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "TICKET_" DELIMITED BY SIZE
                  FUNCTION TRIM(FACTURA-NUMERO) DELIMITED BY SIZE
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 003-DESGLOSE-IVA-FACTURA.
           PERFORM 004-TICKET-BLOQUE-IVA.
           MOVE FACTURA-TOTAL TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL:          " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
      *>  EL IGTF DE LOS PAGOS EN DIVISAS VA APARTE DEL TOTAL DE LA
      *>  FACTURA, QUE ES LA BASE DEL IVA
           IF WS-IV-IGTF > 0
               MOVE WS-IGTF-PCT TO WS-TK-PCT-ED
               MOVE WS-IV-IGTF TO WS-TK-MONTO-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "IGTF " WS-TK-PCT-ED " %:   " WS-TK-MONTO-ED
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               COMPUTE WS-TOTAL-CON-IGTF = FACTURA-TOTAL + WS-IV-IGTF
               MOVE WS-TOTAL-CON-IGTF TO WS-TK-MONTO-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "TOTAL A PAGAR:  " WS-TK-MONTO-ED
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF FACTURA-TASA > 0
               COMPUTE WS-MONTO-DIVISAS ROUNDED =
                   FACTURA-TOTAL / FACTURA-TASA
           MOVE FACTURA-DET-CANTIDAD TO WS-TK-CANT-ED.
           MOVE FACTURA-DET-PRECIO TO WS-TK-PRECIO-ED.
           MOVE FACTURA-DET-SUBTOTAL TO WS-TK-SUBT-ED.
           EVALUATE FACTURA-DET-TIPO-IVA
               WHEN "E"
                   MOVE "(E)" TO WS-TK-MARCA-IVA
               WHEN "R"
                   MOVE "(R)" TO WS-TK-MARCA-IVA
               WHEN OTHER
                   MOVE "(G)" TO WS-TK-MARCA-IVA
           END-EVALUATE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-TK-CANT-ED " " WS-TK-NOMBRE-PROD " "
                  WS-TK-PRECIO-ED " " WS-TK-SUBT-ED " "
                  WS-TK-MARCA-IVA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       004-TICKET-BLOQUE-IVA.
      *>  ESCRIBE EN EL TICKET EL EXENTO Y LA BASE E IVA DE CADA
      *>  ALÍCUOTA QUE DEJÓ EL DESGLOSE EN WS-IV-*.
           MOVE "(E) EXENTO  (R) ALICUOTA REDUCIDA  (G) GENERAL"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-IV-EXENTO TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EXENTO:         " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-ALICUOTA-REDUCIDA TO WS-TK-PCT-ED.
           MOVE WS-IV-BASE-RED TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "BASE " WS-TK-PCT-ED " %:   " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-IV-IVA-RED TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "IVA  " WS-TK-PCT-ED " %:   " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-ALICUOTA-GENERAL TO WS-TK-PCT-ED.
           MOVE WS-IV-BASE-GEN TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "BASE " WS-TK-PCT-ED " %:   " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-IV-IVA-GEN TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "IVA  " WS-TK-PCT-ED " %:   " WS-TK-MONTO-ED
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

                                           FACTURA-DIRECCION
                                   DISPLAY "Teléfonos: "
                                           FACTURA-TELEFONOS
                                   PERFORM
                                       003-MOSTRAR-IVA-FACTURA
                                   DISPLAY "Monto Total: "
                                           FACTURA-TOTAL
                                   PERFORM
           END-IF.
           DISPLAY "TOTAL DE LA FACTURA: " FACTURA-TOTAL.
           DISPLAY "TOTAL ABONADO:       " WS-TOTAL-ABONADO.
           IF WS-RETENCION-FACTURA > 0
               DISPLAY "  (INCLUYE RETENCIÓN DE IVA: "
                       WS-RETENCION-FACTURA ")"
           END-IF.
           DISPLAY "SALDO PENDIENTE:     " WS-SALDO-FACTURA.
           DISPLAY " ".
           DISPLAY "MONTO DEL ABONO (0 = CANCELAR): "
               MOVE WS-FORMA-PAGO TO COBRO-FORMA-PAGO
               MOVE WS-REFERENCIA-PAGO TO COBRO-REFERENCIA
               MOVE WS-USUARIO-ACTUAL TO COBRO-USUARIO
               PERFORM 003-CALCULAR-IGTF-COBRO
               PERFORM 003-INICIAR-CONCILIACION-COBRO
               PERFORM 000-ABRIR-ARCHIVO-COBROS
               WRITE COBRO-REG
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Abono registrado exitosamente."
                       ADD WS-MONTO-ABONO TO WS-TOTAL-ABONADO
                       PERFORM 003-ASENTAR-IGTF-FACTURA
               END-WRITE
               PERFORM 000-CERRAR-ARCHIVO-COBROS
               IF WS-TOTAL-ABONADO NOT < FACTURA-TOTAL
               END-IF
           END-IF.

       002-REGISTRAR-RETENCION.
      *>  REGISTRA EL COMPROBANTE DE RETENCIÓN DE IVA QUE ENTREGA UN
      *>  CLIENTE AGENTE DE RETENCIÓN. EL MONTO RETENIDO CUENTA PARA
      *>  SALDAR LA FACTURA PERO NO ES DINERO EN CAJA: NO SE GRABA EN
      *>  COBROS.TXT Y POR ESO NO ENTRA EN EL ARQUEO DEL CIERRE Z.
           DISPLAY " ".
           DISPLAY "REGISTRO DE RETENCIÓN DE IVA.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "RIF DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT FACTURA-RIF.
           DISPLAY "NÚMERO DE FACTURA: " WITH NO ADVANCING.
           ACCEPT FACTURA-NUMERO.
           PERFORM 003-NORMALIZAR-NUMERO-FACTURA.

           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           READ FACTURAS
               KEY IS FACTURA-CLAVE
               INVALID KEY
                   DISPLAY "Factura no encontrada."
               NOT INVALID KEY
                   IF FACTURA-ESTADO = "ANULADA"
                       DISPLAY "Esa factura está anulada y no "
                               "admite retenciones."
                   ELSE
                       IF FACTURA-ESTADO = "DEVUELTA"
                           DISPLAY "Esa factura fue devuelta con "
                                   "nota de crédito y no admite "
                                   "retenciones."
                       ELSE
                           PERFORM 003-CAPTURAR-RETENCION
                       END-IF
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-CAPTURAR-RETENCION.
      *>  LA FACTURA YA ESTÁ LEÍDA Y SU ARCHIVO ABIERTO EN I-O. SE
      *>  PROPONE EL MONTO (IVA DE LA FACTURA POR EL PORCENTAJE DEL
      *>  CLIENTE) Y SE ACEPTA EL QUE TRAIGA EL COMPROBANTE.
           MOVE 1 TO WS-RET-OK.
           PERFORM 003-CALCULAR-ABONOS-FACTURA.
           IF WS-RETENCION-FACTURA > 0
               DISPLAY "La factura ya tiene registrada la retención "
                       "del comprobante " RETENCION-COMPROBANTE
               MOVE 0 TO WS-RET-OK
           END-IF.

           IF WS-RET-OK = 1
               PERFORM 003-LEER-AGENTE-RETENCION
               IF WS-RET-AGENTE NOT = "S"
                   DISPLAY "ADVERTENCIA: EL CLIENTE NO ESTÁ MARCADO "
                           "COMO AGENTE DE RETENCIÓN EN EL MAESTRO."
                   DISPLAY "¿Registrar la retención de todos modos? "
                           "(S/N): " WITH NO ADVANCING
                   ACCEPT CONFIRMAR
                   IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
                       MOVE 0 TO WS-RET-OK
                   END-IF
                   MOVE 75 TO WS-RET-PCT
               END-IF
           END-IF.

           IF WS-RET-OK = 1
               PERFORM 003-DESGLOSE-IVA-FACTURA
               COMPUTE WS-RET-IVA-FACTURA =
                   WS-IV-IVA-RED + WS-IV-IVA-GEN
               COMPUTE WS-RET-SUGERIDO ROUNDED =
                   WS-RET-IVA-FACTURA * WS-RET-PCT / 100
               DISPLAY "TOTAL DE LA FACTURA:     " FACTURA-TOTAL
               DISPLAY "IVA DE LA FACTURA:       " WS-RET-IVA-FACTURA
               DISPLAY "PORCENTAJE DEL CLIENTE:  " WS-RET-PCT "%"
               DISPLAY "RETENCIÓN CALCULADA:     " WS-RET-SUGERIDO
               DISPLAY "MONTO RETENIDO SEGÚN COMPROBANTE "
                       "(0 = USAR EL CALCULADO): " WITH NO ADVANCING
               ACCEPT WS-RET-MONTO
               IF WS-RET-MONTO = 0
                   MOVE WS-RET-SUGERIDO TO WS-RET-MONTO
               END-IF
               IF WS-RET-MONTO = 0
                   DISPLAY "La factura no tiene IVA que retener."
                   MOVE 0 TO WS-RET-OK
               END-IF
           END-IF.

           IF WS-RET-OK = 1
              AND WS-RET-MONTO > WS-RET-IVA-FACTURA
               DISPLAY "ADVERTENCIA: EL MONTO RETENIDO SUPERA EL IVA "
                       "DE LA FACTURA."
               DISPLAY "¿Registrar la retención de todos modos? "
                       "(S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
                   MOVE 0 TO WS-RET-OK
               END-IF
           END-IF.

           IF WS-RET-OK = 1
              AND WS-TOTAL-ABONADO + WS-RET-MONTO > FACTURA-TOTAL
               DISPLAY "ADVERTENCIA: CON LA RETENCIÓN LO ABONADO "
                       "SUPERA EL TOTAL DE LA FACTURA."
               DISPLAY "¿Registrar la retención de todos modos? "
                       "(S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
                   MOVE 0 TO WS-RET-OK
               END-IF
           END-IF.

           IF WS-RET-OK = 0
               DISPLAY "Registro de retención cancelado."
           ELSE
               MOVE SPACES TO RETENCION-COMPROBANTE
               PERFORM UNTIL RETENCION-COMPROBANTE NOT = SPACES
                   DISPLAY "NÚMERO DE COMPROBANTE DE RETENCIÓN: "
                       WITH NO ADVANCING
                   ACCEPT RETENCION-COMPROBANTE
               END-PERFORM
               PERFORM 000-OBTENER-FECHA-SISTEMA
               MOVE 'N' TO WS-FECHA-VALIDA
               PERFORM UNTIL WS-FECHA-VALIDA = 'S'
                   DISPLAY "FECHA DEL COMPROBANTE (DD/MM/AAAA, "
                           "ENTER = HOY): " WITH NO ADVANCING
                   ACCEPT RETENCION-FECHA
                   IF RETENCION-FECHA = SPACES
                       MOVE WS-FECHA-LEGIBLE TO RETENCION-FECHA
                   END-IF
                   MOVE RETENCION-FECHA TO VENTA-FECHA
                   PERFORM 003-VALIDAR-FECHA-VENTA
                   IF WS-FECHA-VALIDA NOT = 'S'
                       DISPLAY "Fecha inválida. Formato esperado: "
                               "DD/MM/AAAA."
                   END-IF
               END-PERFORM
               MOVE FACTURA-RIF TO RETENCION-RIF
               MOVE FACTURA-NUMERO TO RETENCION-FACTURA
               MOVE WS-RET-PCT TO RETENCION-PORCENTAJE
               MOVE WS-RET-IVA-FACTURA TO RETENCION-IVA-FACTURA
               MOVE WS-RET-MONTO TO RETENCION-MONTO
               MOVE WS-USUARIO-ACTUAL TO RETENCION-USUARIO
               MOVE WS-TOTAL-ABONADO TO WS-RET-ABONADO-PREVIO
               PERFORM 000-ABRIR-ARCHIVO-RETENCIONES
               WRITE RETENCION-REG
                   INVALID KEY
                       DISPLAY "Error al registrar la retención. "
                               "Código: " FS-RETENCIONES
                       MOVE 0 TO WS-RET-OK
                   NOT INVALID KEY
                       DISPLAY "Retención registrada exitosamente."
                       ADD WS-RET-MONTO TO WS-TOTAL-ABONADO
               END-WRITE
               PERFORM 000-CERRAR-ARCHIVO-RETENCIONES
               IF WS-RET-OK = 1
                   MOVE "REGISTRAR RETENCION IVA" TO WS-AUD-ACCION
                   MOVE FACTURA-CLAVE TO WS-AUD-CLAVE
                   STRING "COMPROBANTE:" RETENCION-COMPROBANTE
                          " MONTO:" RETENCION-MONTO
                          " ABONADO PREVIO:" WS-RET-ABONADO-PREVIO
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   IF FACTURA-ESTADO = "PENDIENTE"
                      AND WS-TOTAL-ABONADO NOT < FACTURA-TOTAL
                       MOVE "PAGADA" TO FACTURA-ESTADO
                       REWRITE FACTURA-REG
                           INVALID KEY
                               DISPLAY "Error al actualizar la "
                                       "factura. Código: "
                                       FS-FACTURAS
                           NOT INVALID KEY
                               DISPLAY "Abonos y retención cubren "
                                       "el total: factura marcada "
                                       "como PAGADA."
                       END-REWRITE
                   ELSE
                       IF WS-TOTAL-ABONADO < FACTURA-TOTAL
                           COMPUTE WS-SALDO-FACTURA =
                               FACTURA-TOTAL - WS-TOTAL-ABONADO
                           DISPLAY "SALDO PENDIENTE LUEGO DE LA "
                                   "RETENCIÓN: " WS-SALDO-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       003-LEER-AGENTE-RETENCION.
      *>  DEJA EN WS-RET-AGENTE / WS-RET-PCT LA CONDICIÓN DE AGENTE DE
      *>  RETENCIÓN DEL CLIENTE DE LA FACTURA EN MEMORIA.
           MOVE "N" TO WS-RET-AGENTE.
           MOVE 0 TO WS-RET-PCT.
           MOVE FACTURA-RIF TO CLIENTE-RIF.
           PERFORM 000-ABRIR-ARCHIVO-CLIENTES.
           READ CLIENTES
               KEY IS CLIENTE-RIF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-AGENTE-RETENCION = "S"
                      AND CLIENTE-PCT-RETENCION IS NUMERIC
                       MOVE "S" TO WS-RET-AGENTE
                       MOVE CLIENTE-PCT-RETENCION TO WS-RET-PCT
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-CLIENTES.

       003-CAPTURAR-FORMA-PAGO.
           MOVE SPACES TO WS-FORMA-PAGO.
           PERFORM UNTIL WS-FORMA-PAGO NOT = SPACES
               DISPLAY "FORMA DE PAGO (1=EFECTIVO, 2=PUNTO DE VENTA, "
                       "3=PAGO MÓVIL, 4=DIVISAS): " WITH NO ADVANCING
               ACCEPT WS-OPCION-PAGO
               EVALUATE WS-OPCION-PAGO
                   WHEN 1 MOVE "EFECTIVO" TO WS-FORMA-PAGO
                   WHEN 2 MOVE "PUNTO DE VENTA" TO WS-FORMA-PAGO
               END-EVALUATE
           END-PERFORM.

       003-CALCULAR-IGTF-COBRO.
      *>  EL PAGO EN DIVISAS CAUSA EL IGTF SOBRE EL MONTO COBRADO.
      *>  EL IMPUESTO SE COBRA APARTE: COBRO-MONTO SIGUE SIENDO LO
      *>  QUE SE ABONA A LA FACTURA Y COBRO-IGTF LO PERCIBIDO.
           MOVE 0 TO COBRO-IGTF.
           IF COBRO-FORMA-PAGO = "DIVISAS"
               COMPUTE COBRO-IGTF ROUNDED =
                   COBRO-MONTO * WS-IGTF-PCT / 100
               COMPUTE WS-TOTAL-CON-IGTF = COBRO-MONTO + COBRO-IGTF
               MOVE WS-IGTF-PCT TO WS-TK-PCT-ED
               DISPLAY "IGTF (" WS-TK-PCT-ED " %) POR PAGO EN DIVISAS: "
                       COBRO-IGTF
               DISPLAY "TOTAL A RECIBIR CON IGTF:          "
                       WS-TOTAL-CON-IGTF
           END-IF.

       003-INICIAR-CONCILIACION-COBRO.
      *>  LOS COBROS POR PUNTO DE VENTA Y PAGO MÓVIL NACEN PENDIENTES
      *>  HASTA QUE LA CONCILIACIÓN LOS ENCUENTRA EN EL EXTRACTO.
           MOVE SPACES TO COBRO-CONCILIADO-EL.
           IF COBRO-FORMA-PAGO = "PUNTO DE VENTA"
              OR COBRO-FORMA-PAGO = "PAGO MOVIL"
               MOVE "PENDIENTE" TO COBRO-CONCILIACION
           ELSE
               MOVE SPACES TO COBRO-CONCILIACION
           END-IF.

       003-ASENTAR-IGTF-FACTURA.
      *>  ACUMULA EN LA FACTURA EN MEMORIA (ARCHIVO ABIERTO EN I-O)
      *>  EL IGTF DEL COBRO RECIÉN GRABADO.
           IF COBRO-IGTF > 0
               IF FACTURA-IGTF NOT NUMERIC
                   MOVE 0 TO FACTURA-IGTF
               END-IF
               ADD COBRO-IGTF TO FACTURA-IGTF
               REWRITE FACTURA-REG
                   INVALID KEY
                       DISPLAY "Error al asentar el IGTF en la "
                               "factura. Código: " FS-FACTURAS
               END-REWRITE
           END-IF.

       003-CALCULAR-ABONOS-FACTURA.
      *>  SUMA EN WS-TOTAL-ABONADO LOS ABONOS DE LA FACTURA EN MEMORIA
      *>  (FACTURA-RIF + FACTURA-NUMERO) Y DEJA EN WS-COBRO-SECUENCIA
      *>  LA ÚLTIMA SECUENCIA USADA, PARA NUMERAR EL PRÓXIMO ABONO.
      *>  LA RETENCIÓN DE IVA DE LA FACTURA, SI LA HAY, TAMBIÉN CUENTA
      *>  COMO ABONADO Y QUEDA APARTE EN WS-RETENCION-FACTURA.
           MOVE 0 TO WS-TOTAL-ABONADO.
           MOVE 0 TO WS-COBRO-SECUENCIA.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.

           MOVE 0 TO WS-RETENCION-FACTURA.
           PERFORM 000-ABRIR-ARCHIVO-RETENCIONES.
           MOVE FACTURA-RIF TO RETENCION-RIF.
           MOVE FACTURA-NUMERO TO RETENCION-FACTURA.
           READ RETENCIONES
               KEY IS RETENCION-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RETENCION-MONTO TO WS-RETENCION-FACTURA
                   ADD RETENCION-MONTO TO WS-TOTAL-ABONADO
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-RETENCIONES.

       002-ANULAR-FACTURA.
      *>  OPERACIÓN SENSIBLE: RESERVADA AL SUPERVISOR O AUTORIZADA
      *>  POR UNO EN EL MOMENTO.
               MOVE WS-FECHA-LEGIBLE TO NOTA-FECHA
               MOVE FACTURA-IVA TO NOTA-IVA
               MOVE FACTURA-TOTAL TO NOTA-TOTAL
               PERFORM 003-DESGLOSE-IVA-FACTURA
               MOVE WS-IV-EXENTO TO NOTA-BASE-EXENTA
               MOVE WS-IV-BASE-RED TO NOTA-BASE-REDUCIDA
               MOVE WS-IV-IVA-RED TO NOTA-IVA-REDUCIDA
               MOVE WS-IV-BASE-GEN TO NOTA-BASE-GENERAL
               MOVE WS-IV-IVA-GEN TO NOTA-IVA-GENERAL
               MOVE FACTURA-TASA TO NOTA-TASA
               MOVE SPACES TO NOTA-MOTIVO
               PERFORM UNTIL NOTA-MOTIVO NOT = SPACES
      *>  DEVUELVE AL INVENTARIO LAS CANTIDADES DE TODAS LAS LÍNEAS
      *>  DE LA FACTURA EN MEMORIA, CON SU ASIENTO EN EL KARDEX. LAS
      *>  LÍNEAS NO SE BORRAN: SON EL SOPORTE DE LA NOTA DE CRÉDITO.
      *>  LAS LÍNEAS MARCADAS "N" (PARTES DE UNA CUENTA DIVIDIDA QUE
      *>  NO DESCARGARON INVENTARIO) NO SE REPONEN.
           PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE.
           MOVE FACTURA-RIF TO FACTURA-DET-RIF.
           MOVE FACTURA-NUMERO TO FACTURA-DET-NUMERO.
                                       TO WS-CANT-MOVIMIENTO
                                   MOVE "NOTA CREDITO"
                                       TO WS-MOTIVO-MOVIMIENTO
                                   IF FACTURA-DET-DESCARGA NOT = "N"
                                       PERFORM 003-REPONER-INVENTARIO
                                   END-IF
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 003-DESGLOSE-IVA-NOTA.
           PERFORM 004-TICKET-BLOQUE-IVA.
           MOVE NOTA-TOTAL TO WS-TK-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL A FAVOR:  " WS-TK-MONTO-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-EC-ABONOS-FACTURA.
           IF WS-RETENCION-FACTURA > 0
               MOVE SPACES TO REPORTE-LINEA
               STRING "  RETENCION IVA " RETENCION-FECHA
                      " COMPROBANTE " RETENCION-COMPROBANTE
                      " " RETENCION-MONTO
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           IF FACTURA-ESTADO = "PENDIENTE"
              AND WS-SALDO-FACTURA > 0
               COMPUTE WS-FECHA-YYYYMMDD =
           DISPLAY "2 - CONSULTAR COMANDA DE UNA MESA".
           DISPLAY "3 - CERRAR CUENTA (GENERAR FACTURA)".
           DISPLAY "4 - ANULAR COMANDA".
           DISPLAY "5 - DIVIDIR CUENTA EN VARIAS FACTURAS".
           DISPLAY "6 - TRASLADAR PRODUCTOS O COMANDA A OTRA MESA".
           DISPLAY "7 - UNIR DOS MESAS".
           DISPLAY "----------------------------------------------".
           DISPLAY "8 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           WHEN 2 PERFORM     002-CONSULTAR-COMANDA
           WHEN 3 PERFORM     002-CERRAR-COMANDA
           WHEN 4 PERFORM     002-ANULAR-COMANDA
           WHEN 5 PERFORM     002-DIVIDIR-CUENTA
           WHEN 6 PERFORM     002-TRASLADAR-COMANDA
           WHEN 7 PERFORM     002-UNIR-MESAS
           WHEN 8 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-READ.

           IF WS-COMANDA-ENCONTRADA = 1
               PERFORM 003-VERIFICAR-PARTES-COMANDA
               DISPLAY "COMANDA YA ABIERTA EN LA MESA "
                       COMANDA-MESA " DESDE EL " COMANDA-FECHA
               DISPLAY "MESONERO ASIGNADO: " COMANDA-MESONERO
                               "maestro, verifica."
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-COMANDA-DIVIDIDA
               MOVE WS-COMANDA-MESA TO COMANDA-MESA
               MOVE MESONERO-CODIGO TO COMANDA-MESONERO
               DISPLAY "PERSONAS EN LA MESA (CUBIERTOS): "
                   WITH NO ADVANCING
               ACCEPT COMANDA-PERSONAS
               PERFORM 000-OBTENER-FECHA-SISTEMA
               MOVE WS-FECHA-LEGIBLE TO COMANDA-FECHA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               COMPUTE COMANDA-HORA = WS-HORA-SISTEMA / 100
               MOVE "ABIERTA" TO COMANDA-ESTADO
               MOVE 0 TO COMANDA-PARTES
               MOVE 0 TO COMANDA-PARTES-FACT
               WRITE COMANDA-REG
                   INVALID KEY
                       DISPLAY "Error al abrir la comanda. Código: "
                               COMANDA-MESA
               END-WRITE
           END-IF.
           MOVE COMANDA-MESONERO TO WS-COMANDA-MESONERO.
           PERFORM 000-CERRAR-ARCHIVO-COMANDAS.

           IF WS-COMANDA-DIVIDIDA = 1
               DISPLAY "LA CUENTA DE ESTA MESA YA SE ESTÁ FACTURANDO "
                       "POR PARTES; NO SE LE PUEDEN AGREGAR PRODUCTOS."
           ELSE
               PERFORM 003-AGREGAR-LINEAS-COMANDA
           END-IF.

           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       003-AGREGAR-LINEAS-COMANDA.
      *>  AGREGA PRODUCTOS A LA COMANDA DE WS-COMANDA-MESA VALIDANDO
      *>  CONTRA EL MAESTRO DE PRODUCTOS Y CONGELANDO EL PRECIO DE
      *>  CADA LÍNEA AL MOMENTO DE ANOTARLA. CADA LÍNEA GUARDA EL
      *>  MESONERO DE LA COMANDA (WS-COMANDA-MESONERO), QUE LA SIGUE
      *>  AUNQUE LUEGO SE TRASLADE A OTRA MESA. LA RONDA COMPLETA
      *>  QUEDA PENDIENTE EN SU ESTACIÓN CON LA HORA DEL PEDIDO Y SE
      *>  IMPRIME UN TICKET DE PREPARACIÓN POR ESTACIÓN.
           PERFORM 003-ULTIMA-LINEA-COMANDA.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO WS-KC-FECHA-RONDA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           COMPUTE WS-KC-HORA-RONDA = WS-HORA-SISTEMA / 100.
           MOVE 0 TO WS-RD-TOTAL.
           MOVE 'S' TO WS-MAS-PRODUCTOS.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           PERFORM UNTIL WS-MAS-PRODUCTOS = 'N'
                       MOVE WS-CANT-MOVIMIENTO
                           TO COMANDA-DET-CANTIDAD
                       MOVE PRODUCTO-PRECIO TO COMANDA-DET-PRECIO
                       MOVE WS-COMANDA-MESONERO
                           TO COMANDA-DET-MESONERO
                       DISPLAY "NOTA PARA LA ESTACIÓN (ENTER = "
                               "NINGUNA): " WITH NO ADVANCING
                       ACCEPT COMANDA-DET-NOTA
                       PERFORM 003-ESTACION-PRODUCTO
                       MOVE WS-KC-ESTACION TO COMANDA-DET-ESTACION
                       MOVE "PENDIENTE" TO COMANDA-DET-ESTADO
                       MOVE WS-KC-FECHA-RONDA
                           TO COMANDA-DET-FECHA-PEDIDO
                       MOVE WS-KC-HORA-RONDA
                           TO COMANDA-DET-HORA-PEDIDO
                       MOVE 0 TO COMANDA-DET-HORA-PREPARA
                       MOVE 0 TO COMANDA-DET-HORA-LISTO
                       WRITE COMANDA-DET-REG
                           INVALID KEY
                               DISPLAY "Error al anotar la línea. "
                           NOT INVALID KEY
                               DISPLAY "Producto anotado en la "
                                       "comanda."
                               PERFORM 004-ANOTAR-LINEA-RONDA
                       END-WRITE
                   ELSE
                       DISPLAY "Línea descartada por existencia."
               ACCEPT WS-MAS-PRODUCTOS
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.
           IF WS-RD-TOTAL > 0
               PERFORM 003-IMPRIMIR-TICKETS-ESTACION
           END-IF.

       004-ANOTAR-LINEA-RONDA.
           IF WS-RD-TOTAL < 50
               ADD 1 TO WS-RD-TOTAL
               MOVE COMANDA-DET-ESTACION TO WS-RD-ESTACION(WS-RD-TOTAL)
               MOVE COMANDA-DET-PRODUCTO TO WS-RD-PRODUCTO(WS-RD-TOTAL)
               MOVE PRODUCTO-NOMBRE TO WS-RD-NOMBRE(WS-RD-TOTAL)
               MOVE COMANDA-DET-CANTIDAD
                   TO WS-RD-CANTIDAD(WS-RD-TOTAL)
               MOVE COMANDA-DET-NOTA TO WS-RD-NOTA(WS-RD-TOTAL)
           ELSE
               DISPLAY "ADVERTENCIA: LA RONDA PASA DE 50 LÍNEAS; ESTA "
                       "NO SALE EN EL TICKET."
           END-IF.

       003-ESTACION-PRODUCTO.
      *>  DEJA EN WS-KC-ESTACION LA ESTACIÓN DE LA CATEGORÍA DEL
      *>  PRODUCTO EN MEMORIA; SIN ASIGNACIÓN VA A COCINA.
           MOVE "COCINA" TO WS-KC-ESTACION.
           PERFORM 000-ABRIR-ARCHIVO-ESTACIONES.
           MOVE PRODUCTO-CATEGORIA TO ESTACION-CATEGORIA.
           READ ESTACIONES
               KEY IS ESTACION-CATEGORIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTACION-NOMBRE TO WS-KC-ESTACION
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-ESTACIONES.

       003-IMPRIMIR-TICKETS-ESTACION.
      *>  UN TICKET POR ESTACIÓN CON LÍNEAS EN LA RONDA
      *>  (PREP_<ESTACION>_<MESA>_<HHMMSS>.TXT): MESA, MESONERO, HORA
      *>  DEL PEDIDO Y CADA PRODUCTO CON SU CANTIDAD Y SU NOTA.
           MOVE WS-KC-ESTACIONES TO WS-KC-TABLA-ESTACIONES.
           MOVE WS-KC-HORA-RONDA TO WS-KC-HORA.
           PERFORM 004-FORMATEAR-HORA.
           PERFORM VARYING WS-KC-EST-IDX FROM 1 BY 1
                   UNTIL WS-KC-EST-IDX > 3
               MOVE WS-KC-NOMBRE-ESTACION(WS-KC-EST-IDX)
                   TO WS-KC-ESTACION
               MOVE 0 TO WS-KC-TICKETS
               PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                       UNTIL WS-RD-IDX > WS-RD-TOTAL
                   IF WS-RD-ESTACION(WS-RD-IDX) = WS-KC-ESTACION
                       ADD 1 TO WS-KC-TICKETS
                   END-IF
               END-PERFORM
               IF WS-KC-TICKETS > 0
                   PERFORM 004-TICKET-ESTACION
               END-IF
           END-PERFORM.

       004-TICKET-ESTACION.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "PREP_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KC-ESTACION) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMANDA-MESA) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-KC-HORA-RONDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE "========================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "   PEDIDO PARA " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KC-ESTACION) DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "========================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "MESA: " DELIMITED BY SIZE
                  WS-COMANDA-MESA DELIMITED BY SIZE
                  "   MESONERO: " DELIMITED BY SIZE
                  WS-COMANDA-MESONERO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS-KC-FECHA-RONDA DELIMITED BY SIZE
                  "   HORA: " DELIMITED BY SIZE
                  WS-KC-HORA-TEXTO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "----------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-TOTAL
               IF WS-RD-ESTACION(WS-RD-IDX) = WS-KC-ESTACION
                   MOVE WS-RD-CANTIDAD(WS-RD-IDX) TO WS-TP-CANT-ED
                   MOVE SPACES TO REPORTE-LINEA
                   STRING WS-TP-CANT-ED DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-RD-NOMBRE(WS-RD-IDX) DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
                   IF WS-RD-NOTA(WS-RD-IDX) NOT = SPACES
                       MOVE SPACES TO REPORTE-LINEA
                       STRING "       ** " DELIMITED BY SIZE
                              WS-RD-NOTA(WS-RD-IDX) DELIMITED BY SIZE
                           INTO REPORTE-LINEA
                       WRITE REPORTE-LINEA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "========================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "Pedido enviado a " FUNCTION TRIM(WS-KC-ESTACION)
                   ": " WS-NOMBRE-REPORTE.

       004-FORMATEAR-HORA.
      *>  WS-KC-HORA (HHMMSS) A WS-KC-HORA-TEXTO (HH:MM).
           MOVE WS-KC-HORA TO WS-KC-HORA-FORMATO.
           MOVE WS-KC-HH TO WS-KC-HT-HH.
           MOVE WS-KC-MI TO WS-KC-HT-MI.

       004-MINUTOS-ABSOLUTOS.
      *>  CONVIERTE WS-KC-FECHA (DD/MM/AAAA) Y WS-KC-HORA (HHMMSS) EN
      *>  MINUTOS CORRIDOS (WS-KC-MINUTOS-ABS), PARA RESTAR DOS
      *>  MOMENTOS AUNQUE EL PEDIDO HAYA CRUZADO LA MEDIANOCHE.
           MOVE 0 TO WS-KC-MINUTOS-ABS.
           IF WS-KC-FECHA(1:2) IS NUMERIC
              AND WS-KC-FECHA(4:2) IS NUMERIC
              AND WS-KC-FECHA(7:4) IS NUMERIC
               MOVE WS-KC-FECHA(7:4) TO WS-KC-ANNO
               MOVE WS-KC-FECHA(4:2) TO WS-KC-MES
               MOVE WS-KC-FECHA(1:2) TO WS-KC-DIA
               COMPUTE WS-KC-FECHA-NUM =
                   WS-KC-ANNO * 10000 + WS-KC-MES * 100 + WS-KC-DIA
               MOVE WS-KC-HORA TO WS-KC-HORA-FORMATO
               COMPUTE WS-KC-MINUTOS-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-KC-FECHA-NUM) * 1440
                   + WS-KC-HH * 60 + WS-KC-MI
           END-IF.

       003-ULTIMA-LINEA-COMANDA.
      *>  DEJA EN WS-COMANDA-LINEA LA ÚLTIMA LÍNEA USADA EN LA
                                           COMANDA-DET-PRECIO
                                           " Subtotal: "
                                           WS-COMANDA-SUBT
                                   IF COMANDA-DET-ESTADO NOT = SPACES
                                       DISPLAY "    "
                                           COMANDA-DET-ESTACION
                                           " " COMANDA-DET-ESTADO
                                           " " COMANDA-DET-NOTA
                                   END-IF
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
           END-READ.

           IF WS-COMANDA-ENCONTRADA = 1
               PERFORM 003-VERIFICAR-PARTES-COMANDA
               IF WS-COMANDA-DIVIDIDA = 1
                   DISPLAY "LA CUENTA DE ESTA MESA SE ESTÁ FACTURANDO "
                           "POR PARTES. USE LA OPCIÓN DIVIDIR CUENTA."
                   MOVE 0 TO WS-COMANDA-ENCONTRADA
               END-IF
           END-IF.

           IF WS-COMANDA-ENCONTRADA = 1
               MOVE COMANDA-MESONERO TO WS-COMANDA-MESONERO
               MOVE 0 TO WS-DV-MODO
               MOVE "S" TO WS-DV-DESCARGA
               DISPLAY "MESA: " COMANDA-MESA
                       " MESONERO: " COMANDA-MESONERO
               PERFORM 003-LISTAR-DETALLE-COMANDA
                              DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-ANTERIOR
                       PERFORM 000-REGISTRAR-AUDITORIA
                       PERFORM 003-REGISTRAR-OCUPACION-MESA
                       DELETE COMANDAS
                           INVALID KEY
                               DISPLAY "Error al liberar la mesa. "
               DISPLAY "Ingrese Teléfonos: " WITH NO ADVANCING
               ACCEPT FACTURA-TELEFONOS
           END-IF.
           PERFORM 003-EXIGIR-TASA-DIA.
           MOVE WS-TASA-DIA TO FACTURA-TASA.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO FACTURA-FECHA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           COMPUTE FACTURA-HORA = WS-HORA-SISTEMA / 100.
           DISPLAY "Plazo de crédito en días (0 = de contado): "
                   WITH NO ADVANCING.
           ACCEPT WS-DIAS-CREDITO.
           END-IF.
           PERFORM 003-COPIAR-COMANDA-A-FACTURA.
           MOVE WS-FACTURA-TOTAL-CALC TO FACTURA-TOTAL.
           PERFORM 003-CARGAR-IVA-FACTURA.
           DISPLAY "MONTO TOTAL CALCULADO: " FACTURA-TOTAL.
      *>  MISMO CONTROL DE LÍMITE DE CRÉDITO QUE LA FACTURA DIRECTA
           MOVE 1 TO WS-CREDITO-OK.
                           PERFORM 003-REGISTRAR-COBRO-CONTADO
                       END-IF
                       PERFORM 003-IMPRIMIR-TICKET-FACTURA
                       PERFORM 003-REGISTRAR-VENTA-COMANDA
                       MOVE 'Y' TO VALIDO
               END-WRITE
           ELSE
      *>  COPIA LAS LÍNEAS DE LA COMANDA DE WS-COMANDA-MESA AL
      *>  DETALLE DE LA FACTURA EN MEMORIA, ACUMULA EL TOTAL EN
      *>  WS-FACTURA-TOTAL-CALC Y DESCARGA EL INVENTARIO DE CADA
      *>  LÍNEA IGUAL QUE LA CAPTURA DIRECTA DE FACTURAS. WS-DV-MODO
      *>  DICE SI VA TODA LA COMANDA, UNA SELECCIÓN O UNA PARTE.
           MOVE 0 TO WS-FACTURA-LINEA.
           MOVE 0 TO WS-FACTURA-TOTAL-CALC.
           MOVE 0 TO WS-CV-TOTAL.
           PERFORM 003-INICIAR-IVA-FACTURA.
           PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE WS-COMANDA-MESA TO COMANDA-DET-MESA.
           PERFORM 000-CERRAR-ARCHIVO-FACTURA-DETALLE.

       004-LINEA-COMANDA-FACTURA.
      *>  CANTIDAD Y PRECIO QUE SE FACTURAN DE LA LÍNEA SEGÚN EL MODO:
      *>  LA LÍNEA COMPLETA, LA CANTIDAD SELECCIONADA (CERO SI NO SE
      *>  ESCOGIÓ) O LA PARTE IGUAL DE SU PRECIO.
           MOVE COMANDA-DET-CANTIDAD TO WS-DV-CANTIDAD.
           MOVE COMANDA-DET-PRECIO TO WS-DV-PRECIO-PARTE.
           EVALUATE WS-DV-MODO
               WHEN 1
                   PERFORM 004-CANTIDAD-SELECCIONADA
               WHEN 2
                   PERFORM 004-PRECIO-PARTE-IGUAL
           END-EVALUATE.
           IF WS-DV-CANTIDAD > 0
               PERFORM 004-ESCRIBIR-LINEA-COMANDA
           END-IF.

       004-ESCRIBIR-LINEA-COMANDA.
           ADD 1 TO WS-FACTURA-LINEA.
           COMPUTE WS-SUBTOTAL-DETALLE =
               WS-DV-CANTIDAD * WS-DV-PRECIO-PARTE.
           MOVE FACTURA-RIF TO FACTURA-DET-RIF.
           MOVE FACTURA-NUMERO TO FACTURA-DET-NUMERO.
           MOVE WS-FACTURA-LINEA TO FACTURA-DET-LINEA.
           MOVE COMANDA-DET-PRODUCTO TO FACTURA-DET-PRODUCTO.
           MOVE WS-DV-CANTIDAD TO FACTURA-DET-CANTIDAD.
           MOVE WS-DV-PRECIO-PARTE TO FACTURA-DET-PRECIO.
           MOVE WS-SUBTOTAL-DETALLE TO FACTURA-DET-SUBTOTAL.
           MOVE WS-DV-DESCARGA TO FACTURA-DET-DESCARGA.
           MOVE COMANDA-DET-MESONERO TO FACTURA-DET-MESONERO.
           IF FACTURA-DET-MESONERO = SPACES
               MOVE WS-COMANDA-MESONERO TO FACTURA-DET-MESONERO
           END-IF.
           MOVE COMANDA-DET-PRODUCTO TO PRODUCTO-CODIGO.
           PERFORM 003-LEER-TIPO-IVA-PRODUCTO.
           PERFORM 003-CALCULAR-IVA-LINEA.
           WRITE FACTURA-DET-REG
               INVALID KEY
                   DISPLAY "Error al registrar la línea. "
               NOT INVALID KEY
                   ADD WS-SUBTOTAL-DETALLE
                       TO WS-FACTURA-TOTAL-CALC
                   PERFORM 003-ACUMULAR-IVA-LINEA
                   PERFORM 004-ACUMULAR-MESONERO-LINEA
                   IF WS-DV-DESCARGA NOT = "N"
                       MOVE COMANDA-DET-PRODUCTO TO PRODUCTO-CODIGO
                       MOVE WS-DV-CANTIDAD TO WS-CANT-MOVIMIENTO
                       MOVE "SALIDA" TO WS-TIPO-MOVIMIENTO
                       MOVE "FACTURA" TO WS-MOTIVO-MOVIMIENTO
                       PERFORM 003-DESCARGAR-INVENTARIO
                   END-IF
           END-WRITE.

       004-CANTIDAD-SELECCIONADA.
           MOVE 0 TO WS-DV-CANTIDAD.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-TOTAL
               IF WS-DV-SEL-LINEA(WS-DV-IDX) = COMANDA-DET-LINEA
                   MOVE WS-DV-SEL-CANT(WS-DV-IDX) TO WS-DV-CANTIDAD
               END-IF
           END-PERFORM.

       004-PRECIO-PARTE-IGUAL.
      *>  CADA PARTE LLEVA EL PRECIO UNITARIO ENTRE EL NÚMERO DE
      *>  PARTES, TRUNCADO AL CÉNTIMO; LA ÚLTIMA PARTE LLEVA EL RESTO
      *>  PARA QUE LA SUMA DE LAS FACTURAS DÉ EL TOTAL DE LA COMANDA.
           COMPUTE WS-DV-PRECIO-PARTE =
               COMANDA-DET-PRECIO / WS-DV-PARTES.
           IF WS-DV-ULTIMA = 1
               COMPUTE WS-DV-PRECIO-PARTE =
                   COMANDA-DET-PRECIO
                   - WS-DV-PRECIO-PARTE * (WS-DV-PARTES - 1)
           END-IF.

       004-ACUMULAR-MESONERO-LINEA.
           MOVE COMANDA-DET-MESONERO TO WS-CV-MESONERO-LINEA.
           IF WS-CV-MESONERO-LINEA = SPACES
               MOVE WS-COMANDA-MESONERO TO WS-CV-MESONERO-LINEA
           END-IF.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-TOTAL
               IF WS-CV-MESONERO(WS-CV-IDX) = WS-CV-MESONERO-LINEA
                   ADD WS-SUBTOTAL-DETALLE TO WS-CV-MONTO(WS-CV-IDX)
                   MOVE 1 TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0 AND WS-CV-TOTAL < 10
               ADD 1 TO WS-CV-TOTAL
               MOVE WS-CV-MESONERO-LINEA TO WS-CV-MESONERO(WS-CV-TOTAL)
               MOVE WS-SUBTOTAL-DETALLE TO WS-CV-MONTO(WS-CV-TOTAL)
           END-IF.

       003-ELIMINAR-DETALLE-COMANDA.
      *>  BORRA TODAS LAS LÍNEAS DE LA COMANDA DE WS-COMANDA-MESA.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

       003-REGISTRAR-VENTA-COMANDA.
      *>  DEJA LA VENTA DE LA FACTURA DE COMANDA A NOMBRE DEL MESONERO
      *>  CON MAYOR MONTO EN SUS LÍNEAS (TABLA WS-CV), PARA QUE ENTRE
      *>  EN LAS COMISIONES. NO LLEVA LÍNEAS EN VENTA_DETALLE: EL
      *>  DETALLE Y LA DESCARGA DE INVENTARIO SON LOS DE LA FACTURA, Y
      *>  LA COMISIÓN SE REPARTE POR EL MESONERO DE CADA LÍNEA.
           IF WS-CV-TOTAL > 0
               MOVE 1 TO WS-CV-MAYOR
               PERFORM VARYING WS-CV-IDX FROM 2 BY 1
                       UNTIL WS-CV-IDX > WS-CV-TOTAL
                   IF WS-CV-MONTO(WS-CV-IDX) >
                      WS-CV-MONTO(WS-CV-MAYOR)
                       MOVE WS-CV-IDX TO WS-CV-MAYOR
                   END-IF
               END-PERFORM
               MOVE FACTURA-RIF TO VENTA-CEDULA
               MOVE FACTURA-NUMERO TO VENTA-FACTURA
               MOVE FACTURA-FECHA TO VENTA-FECHA
               MOVE WS-CV-MESONERO(WS-CV-MAYOR) TO VENTA-MESONERO
               PERFORM 000-ABRIR-ARCHIVO-VENTAS
               WRITE VENTA-REG
                   INVALID KEY
                       DISPLAY "Error al registrar la venta del "
                               "mesonero. Código: " FS-VENTAS
               END-WRITE
               PERFORM 000-CERRAR-ARCHIVO-VENTAS
           END-IF.

       003-VERIFICAR-PARTES-COMANDA.
      *>  DEJA WS-COMANDA-DIVIDIDA = 1 SI LA COMANDA EN MEMORIA YA
      *>  TIENE PARTES IGUALES FACTURADAS: MIENTRAS FALTEN PARTES NO
      *>  SE LE AGREGAN, TRASLADAN NI UNEN PRODUCTOS.
           IF COMANDA-PARTES NOT NUMERIC
               MOVE 0 TO COMANDA-PARTES
           END-IF.
           IF COMANDA-PARTES-FACT NOT NUMERIC
               MOVE 0 TO COMANDA-PARTES-FACT
           END-IF.
           IF COMANDA-PARTES-FACT > 0
               MOVE 1 TO WS-COMANDA-DIVIDIDA
           ELSE
               MOVE 0 TO WS-COMANDA-DIVIDIDA
           END-IF.

       002-DIVIDIR-CUENTA.
      *>  FACTURA LA CUENTA DE UNA MESA EN VARIAS FACTURAS, CADA UNA
      *>  CON SU RIF Y SU FORMA DE PAGO: POR PRODUCTOS (LÍNEAS Y
      *>  CANTIDADES ESCOGIDAS) O EN PARTES IGUALES. LO FACTURADO SE
      *>  DESCUENTA DE LA COMANDA Y LA MESA SE LIBERA AL FACTURAR
      *>  TODO. UNA DIVISIÓN EN PARTES QUEDA GRABADA EN LA COMANDA Y
      *>  PUEDE RETOMARSE EN LA PARTE SIGUIENTE.
           DISPLAY " ".
           DISPLAY "DIVIDIR LA CUENTA DE UNA MESA.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "NÚMERO DE MESA: " WITH NO ADVANCING.
           END-READ.

           IF WS-COMANDA-ENCONTRADA = 1
               PERFORM 003-VERIFICAR-PARTES-COMANDA
               MOVE COMANDA-MESONERO TO WS-COMANDA-MESONERO
               DISPLAY "MESA: " COMANDA-MESA
                       " MESONERO: " COMANDA-MESONERO
               PERFORM 003-LISTAR-DETALLE-COMANDA
               DISPLAY "TOTAL DE LA COMANDA: " WS-COMANDA-TOTAL
               IF WS-COMANDA-DIVIDIDA = 1
                   DISPLAY "CUENTA DIVIDIDA EN " COMANDA-PARTES
                           " PARTES IGUALES, YA FACTURADAS: "
                           COMANDA-PARTES-FACT
                   MOVE 2 TO WS-DV-MODO
               ELSE
                   MOVE 0 TO WS-DV-MODO
                   PERFORM UNTIL WS-DV-MODO = 1 OR WS-DV-MODO = 2
                       DISPLAY "1 - POR PRODUCTOS   "
                               "2 - EN PARTES IGUALES: "
                           WITH NO ADVANCING
                       ACCEPT WS-DV-MODO
                   END-PERFORM
                   IF WS-DV-MODO = 2
                       MOVE 0 TO WS-DV-PARTES
                       PERFORM UNTIL WS-DV-PARTES > 1
                                 AND WS-DV-PARTES < 21
                           DISPLAY "NÚMERO DE PARTES (2 A 20): "
                               WITH NO ADVANCING
                           ACCEPT WS-DV-PARTES
                       END-PERFORM
                       MOVE WS-DV-PARTES TO COMANDA-PARTES
                       MOVE 0 TO COMANDA-PARTES-FACT
                   END-IF
               END-IF
               IF WS-DV-MODO = 1
                   PERFORM 003-DV-POR-PRODUCTOS
               ELSE
                   PERFORM 003-DV-PARTES-IGUALES
               END-IF
           END-IF.
           PERFORM 000-CERRAR-ARCHIVO-COMANDAS.
           MOVE 0 TO WS-DV-MODO.
           MOVE "S" TO WS-DV-DESCARGA.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-DV-POR-PRODUCTOS.
      *>  CADA VUELTA ES UNA FACTURA CON LAS LÍNEAS Y CANTIDADES QUE
      *>  ESCOJA EL CLIENTE; DESCARGAN INVENTARIO COMO UN CIERRE
      *>  NORMAL Y SE DESCUENTAN DE LA COMANDA.
           MOVE "S" TO WS-DV-DESCARGA.
           MOVE 0 TO WS-DV-PARTE.
           MOVE 0 TO WS-DV-PARTES.
           MOVE "S" TO WS-DV-SEGUIR.
           PERFORM UNTIL WS-DV-SEGUIR NOT = "S"
                     AND WS-DV-SEGUIR NOT = "s"
               PERFORM 003-SELECCIONAR-LINEAS
               IF WS-DV-TOTAL = 0
                   DISPLAY "No se escogió ningún producto."
                   MOVE "N" TO WS-DV-SEGUIR
               ELSE
                   MOVE 1 TO WS-DV-MODO
                   MOVE 'N' TO VALIDO
                   PERFORM 003-FACTURAR-COMANDA
                   IF VALIDO = 'Y'
                       PERFORM 004-AUDITAR-DIVISION
                       PERFORM 003-DESCONTAR-LINEAS-COMANDA
                       IF WS-CM-RESTANTES = 0
                           PERFORM 004-LIBERAR-MESA-DIVIDIDA
                           MOVE "N" TO WS-DV-SEGUIR
                       ELSE
                           PERFORM 003-LISTAR-DETALLE-COMANDA
                           DISPLAY "RESTA POR FACTURAR: "
                                   WS-COMANDA-TOTAL
                           DISPLAY "¿Facturar otra cuenta de esta "
                                   "mesa? (S/N): " WITH NO ADVANCING
                           ACCEPT WS-DV-SEGUIR
                       END-IF
                   ELSE
                       MOVE "N" TO WS-DV-SEGUIR
                   END-IF
               END-IF
           END-PERFORM.

       003-DV-PARTES-IGUALES.
      *>  CADA PARTE LLEVA TODAS LAS LÍNEAS CON EL PRECIO ENTRE EL
      *>  NÚMERO DE PARTES. SOLO LA PRIMERA DESCARGA EL INVENTARIO
      *>  (LAS DEMÁS QUEDAN MARCADAS "N" EN SU DETALLE). LA COMANDA SE
      *>  CONSERVA HASTA FACTURAR LA ÚLTIMA PARTE.
           MOVE COMANDA-PARTES TO WS-DV-PARTES.
           COMPUTE WS-DV-MONTO-PARTE =
               WS-COMANDA-TOTAL / WS-DV-PARTES.
           DISPLAY "MONTO APROXIMADO POR PARTE: " WS-DV-MONTO-PARTE.
           MOVE "S" TO WS-DV-SEGUIR.
           PERFORM UNTIL (WS-DV-SEGUIR NOT = "S"
                      AND WS-DV-SEGUIR NOT = "s")
                      OR COMANDA-PARTES-FACT NOT < WS-DV-PARTES
               COMPUTE WS-DV-PARTE = COMANDA-PARTES-FACT + 1
               IF WS-DV-PARTE = WS-DV-PARTES
                   MOVE 1 TO WS-DV-ULTIMA
               ELSE
                   MOVE 0 TO WS-DV-ULTIMA
               END-IF
               IF WS-DV-PARTE = 1
                   MOVE "S" TO WS-DV-DESCARGA
               ELSE
                   MOVE "N" TO WS-DV-DESCARGA
               END-IF
               DISPLAY " "
               DISPLAY "PARTE " WS-DV-PARTE " DE " WS-DV-PARTES
               MOVE 2 TO WS-DV-MODO
               MOVE 'N' TO VALIDO
               PERFORM 003-FACTURAR-COMANDA
               IF VALIDO = 'Y'
                   MOVE WS-DV-PARTES TO COMANDA-PARTES
                   MOVE WS-DV-PARTE TO COMANDA-PARTES-FACT
                   PERFORM 004-AUDITAR-DIVISION
                   IF WS-DV-ULTIMA = 1
                       PERFORM 004-LIBERAR-MESA-DIVIDIDA
                   ELSE
                       REWRITE COMANDA-REG
                           INVALID KEY
                               DISPLAY "Error al guardar la división. "
                                       "Código: " FS-COMANDAS
                       END-REWRITE
                       DISPLAY "¿Facturar la parte siguiente? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-DV-SEGUIR
                   END-IF
               ELSE
                   MOVE "N" TO WS-DV-SEGUIR
               END-IF
           END-PERFORM.

       003-REGISTRAR-OCUPACION-MESA.
      *>  ANOTA LA COMANDA EN MEMORIA, QUE SE VA A CERRAR, EN EL
      *>  REGISTRO DE OCUPACIÓN: APERTURA, CIERRE, MINUTOS Y PERSONAS.
      *>  LAS COMANDAS ABIERTAS SIN HORA QUEDAN CON MINUTOS EN CERO.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE COMANDA-MESA TO OCUPA-MESA.
           MOVE COMANDA-MESONERO TO OCUPA-MESONERO.
           MOVE COMANDA-FECHA TO OCUPA-FECHA-APERTURA.
           MOVE WS-FECHA-LEGIBLE TO OCUPA-FECHA-CIERRE.
           COMPUTE OCUPA-HORA-CIERRE = WS-HORA-SISTEMA / 100.
           IF COMANDA-HORA IS NUMERIC
               MOVE COMANDA-HORA TO OCUPA-HORA-APERTURA
           ELSE
               MOVE 0 TO OCUPA-HORA-APERTURA
           END-IF.
           IF COMANDA-PERSONAS IS NUMERIC
               MOVE COMANDA-PERSONAS TO OCUPA-PERSONAS
           ELSE
               MOVE 0 TO OCUPA-PERSONAS
           END-IF.
           MOVE 0 TO OCUPA-MINUTOS.
           IF OCUPA-HORA-APERTURA > 0
               MOVE OCUPA-FECHA-APERTURA TO WS-KC-FECHA
               MOVE OCUPA-HORA-APERTURA TO WS-KC-HORA
               PERFORM 004-MINUTOS-ABSOLUTOS
               MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-PEDIDO
               MOVE OCUPA-FECHA-CIERRE TO WS-KC-FECHA
               MOVE OCUPA-HORA-CIERRE TO WS-KC-HORA
               PERFORM 004-MINUTOS-ABSOLUTOS
               MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-AHORA
               IF WS-KC-MINUTOS-PEDIDO > 0
                  AND WS-KC-MINUTOS-AHORA > WS-KC-MINUTOS-PEDIDO
                  AND WS-KC-MINUTOS-AHORA - WS-KC-MINUTOS-PEDIDO
                      < 100000
                   COMPUTE OCUPA-MINUTOS =
                       WS-KC-MINUTOS-AHORA - WS-KC-MINUTOS-PEDIDO
               END-IF
           END-IF.
           PERFORM 000-ABRIR-ARCHIVO-OCUPACION.
           WRITE OCUPA-REG.
           PERFORM 000-CERRAR-ARCHIVO-OCUPACION.

       004-AUDITAR-DIVISION.
           MOVE "DIVIDIR CUENTA" TO WS-AUD-ACCION.
           MOVE COMANDA-MESA TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "MESONERO:" FUNCTION TRIM(COMANDA-MESONERO)
                  " FACTURA:" FUNCTION TRIM(FACTURA-NUMERO)
                  " RIF:" FUNCTION TRIM(FACTURA-RIF)
                  " TOTAL:" FACTURA-TOTAL
                  " MODO:" WS-DV-MODO
                  " PARTE:" WS-DV-PARTE "/" WS-DV-PARTES
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.

       004-LIBERAR-MESA-DIVIDIDA.
           PERFORM 003-REGISTRAR-OCUPACION-MESA.
           DELETE COMANDAS
               INVALID KEY
                   DISPLAY "Error al liberar la mesa. "
                           "Código: " FS-COMANDAS
           END-DELETE.
           PERFORM 003-ELIMINAR-DETALLE-COMANDA.
           DISPLAY "Cuenta facturada completa. Mesa " WS-COMANDA-MESA
                   " liberada.".

       003-SELECCIONAR-LINEAS.
      *>  ARMA EN WS-DV-SELECCION LAS LÍNEAS DE LA COMANDA DE
      *>  WS-COMANDA-MESA Y LA CANTIDAD QUE SE TOMA DE CADA UNA.
           MOVE 0 TO WS-DV-TOTAL.
           MOVE 'S' TO WS-MAS-PRODUCTOS.
           PERFORM UNTIL WS-MAS-PRODUCTOS = 'N'
                      OR WS-MAS-PRODUCTOS = 'n'
               DISPLAY "LÍNEA DE LA COMANDA (0 = TERMINAR): "
                   WITH NO ADVANCING
               ACCEPT WS-DV-LINEA
               IF WS-DV-LINEA = 0
                   MOVE 'N' TO WS-MAS-PRODUCTOS
               ELSE
                   PERFORM 004-AGREGAR-SELECCION
               END-IF
           END-PERFORM.

       004-AGREGAR-SELECCION.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE WS-COMANDA-MESA TO COMANDA-DET-MESA.
           MOVE WS-DV-LINEA TO COMANDA-DET-LINEA.
           READ COMANDA-DETALLE
               KEY IS COMANDA-DET-CLAVE
               INVALID KEY
                   DISPLAY "Esa línea no existe en la comanda."
               NOT INVALID KEY
                   DISPLAY "  " COMANDA-DET-PRODUCTO
                           " Cantidad en la comanda: "
                           COMANDA-DET-CANTIDAD
                   DISPLAY "CANTIDAD A TOMAR (ENTER = TODA): "
                       WITH NO ADVANCING
                   ACCEPT WS-DV-CANTIDAD
                   IF WS-DV-CANTIDAD = 0
                       MOVE COMANDA-DET-CANTIDAD TO WS-DV-CANTIDAD
                   END-IF
                   IF WS-DV-CANTIDAD > COMANDA-DET-CANTIDAD
                       DISPLAY "La cantidad supera la anotada, "
                               "verifica."
                   ELSE
                       PERFORM 004-ANOTAR-SELECCION
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

       004-ANOTAR-SELECCION.
      *>  SI LA LÍNEA YA ESTABA ESCOGIDA SE CORRIGE SU CANTIDAD.
           MOVE 0 TO WS-DV-HALLADO.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-TOTAL
               IF WS-DV-SEL-LINEA(WS-DV-IDX) = WS-DV-LINEA
                   MOVE WS-DV-IDX TO WS-DV-HALLADO
               END-IF
           END-PERFORM.
           IF WS-DV-HALLADO = 0
               IF WS-DV-TOTAL < 100
                   ADD 1 TO WS-DV-TOTAL
                   MOVE WS-DV-TOTAL TO WS-DV-HALLADO
               ELSE
                   DISPLAY "No se pueden escoger más de 100 líneas."
               END-IF
           END-IF.
           IF WS-DV-HALLADO > 0
               MOVE WS-DV-LINEA TO WS-DV-SEL-LINEA(WS-DV-HALLADO)
               MOVE WS-DV-CANTIDAD TO WS-DV-SEL-CANT(WS-DV-HALLADO)
           END-IF.

       003-DESCONTAR-LINEAS-COMANDA.
      *>  RESTA DE LA COMANDA LO YA FACTURADO DE CADA LÍNEA ESCOGIDA
      *>  Y DEJA EN WS-CM-RESTANTES LAS LÍNEAS QUE QUEDAN ABIERTAS.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-TOTAL
               MOVE WS-COMANDA-MESA TO COMANDA-DET-MESA
               MOVE WS-DV-SEL-LINEA(WS-DV-IDX) TO COMANDA-DET-LINEA
               READ COMANDA-DETALLE
                   KEY IS COMANDA-DET-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DV-SEL-CANT(WS-DV-IDX)
                          NOT < COMANDA-DET-CANTIDAD
                           DELETE COMANDA-DETALLE
                       ELSE
                           SUBTRACT WS-DV-SEL-CANT(WS-DV-IDX)
                               FROM COMANDA-DET-CANTIDAD
                           REWRITE COMANDA-DET-REG
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.
           PERFORM 003-CONTAR-LINEAS-COMANDA.

       003-CONTAR-LINEAS-COMANDA.
      *>  DEJA EN WS-CM-RESTANTES CUÁNTAS LÍNEAS TIENE LA COMANDA DE
      *>  WS-COMANDA-MESA.
           MOVE 0 TO WS-CM-RESTANTES.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE WS-COMANDA-MESA TO COMANDA-DET-MESA.
           MOVE 0 TO COMANDA-DET-LINEA.
           START COMANDA-DETALLE
               KEY IS NOT LESS THAN COMANDA-DET-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ COMANDA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF COMANDA-DET-MESA = WS-COMANDA-MESA
                                   ADD 1 TO WS-CM-RESTANTES
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

       002-TRASLADAR-COMANDA.
      *>  PASA LA COMANDA COMPLETA O ALGUNAS LÍNEAS (Y CANTIDADES) DE
      *>  UNA MESA A OTRA. SI LA MESA DE DESTINO NO TIENE COMANDA SE
      *>  LE ABRE UNA CON EL MESONERO DE LA MESA DE ORIGEN; CADA LÍNEA
      *>  CONSERVA EL MESONERO QUE LA ANOTÓ.
           DISPLAY " ".
           DISPLAY "TRASLADO DE PRODUCTOS ENTRE MESAS.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "MESA DE ORIGEN: " WITH NO ADVANCING.
           ACCEPT WS-CM-ORIGEN.
           DISPLAY "MESA DE DESTINO: " WITH NO ADVANCING.
           ACCEPT WS-CM-DESTINO.
           MOVE "TRASLADAR COMANDA" TO WS-CM-ACCION.
           PERFORM 003-VALIDAR-MESAS-TRASLADO.
           IF VALIDO = 'Y'
               MOVE WS-CM-ORIGEN TO WS-COMANDA-MESA
               PERFORM 003-LISTAR-DETALLE-COMANDA
               DISPLAY "¿Trasladar la comanda completa? (S/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                   MOVE 0 TO WS-DV-MODO
               ELSE
                   MOVE 1 TO WS-DV-MODO
                   PERFORM 003-SELECCIONAR-LINEAS
                   IF WS-DV-TOTAL = 0
                       DISPLAY "No se escogió ningún producto. "
                               "Traslado cancelado."
                       MOVE 'N' TO VALIDO
                   END-IF
               END-IF
           END-IF.
           IF VALIDO = 'Y'
               PERFORM 003-TRASLADAR-LINEAS
           END-IF.
           MOVE 0 TO WS-DV-MODO.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-UNIR-MESAS.
      *>  JUNTA EN UNA SOLA CUENTA LAS COMANDAS DE DOS MESAS: TODAS
      *>  LAS LÍNEAS DE LA MESA QUE SE UNE PASAN A LA QUE RECIBE Y LA
      *>  PRIMERA QUEDA LIBRE.
           DISPLAY " ".
           DISPLAY "UNIR DOS MESAS EN UNA SOLA CUENTA.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "MESA QUE SE UNE (QUEDARÁ LIBRE): "
               WITH NO ADVANCING.
           ACCEPT WS-CM-ORIGEN.
           DISPLAY "MESA QUE RECIBE LA CUENTA: " WITH NO ADVANCING.
           ACCEPT WS-CM-DESTINO.
           MOVE "UNIR MESAS" TO WS-CM-ACCION.
           PERFORM 003-VALIDAR-MESAS-TRASLADO.
           IF VALIDO = 'Y'
               DISPLAY "¿Unir la mesa " WS-CM-ORIGEN " a la mesa "
                       WS-CM-DESTINO "? (S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                   MOVE 0 TO WS-DV-MODO
                   PERFORM 003-TRASLADAR-LINEAS
               ELSE
                   DISPLAY "Unión de mesas cancelada."
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-VALIDAR-MESAS-TRASLADO.
      *>  LA MESA DE ORIGEN DEBE TENER COMANDA; PARA UNIR MESAS
      *>  TAMBIÉN LA DE DESTINO. NINGUNA PUEDE ESTAR A MEDIO FACTURAR
      *>  EN PARTES IGUALES. DEJA EN WS-CM-MESONERO Y WS-CM-FECHA LOS
      *>  DATOS DE LA COMANDA DE ORIGEN.
           MOVE 'N' TO VALIDO.
           IF WS-CM-ORIGEN = WS-CM-DESTINO
               DISPLAY "Las mesas de origen y destino son la misma."
           ELSE
               PERFORM 000-ABRIR-ARCHIVO-COMANDAS
               MOVE WS-CM-ORIGEN TO COMANDA-MESA
               READ COMANDAS
                   KEY IS COMANDA-MESA
                   INVALID KEY
                       MOVE 0 TO WS-COMANDA-ENCONTRADA
                       DISPLAY "No hay comanda abierta en la mesa "
                               WS-CM-ORIGEN "."
                   NOT INVALID KEY
                       MOVE 1 TO WS-COMANDA-ENCONTRADA
                       PERFORM 003-VERIFICAR-PARTES-COMANDA
                       MOVE COMANDA-MESONERO TO WS-CM-MESONERO
                       MOVE COMANDA-FECHA TO WS-CM-FECHA
                       MOVE COMANDA-HORA TO WS-CM-HORA
                       MOVE COMANDA-PERSONAS TO WS-CM-PERSONAS
               END-READ
               IF WS-COMANDA-ENCONTRADA = 1
                   IF WS-COMANDA-DIVIDIDA = 1
                       DISPLAY "La mesa " WS-CM-ORIGEN " se está "
                               "facturando por partes."
                   ELSE
                       PERFORM 004-VALIDAR-MESA-DESTINO
                   END-IF
               END-IF
               PERFORM 000-CERRAR-ARCHIVO-COMANDAS
           END-IF.

       004-VALIDAR-MESA-DESTINO.
           MOVE WS-CM-DESTINO TO COMANDA-MESA.
           READ COMANDAS
               KEY IS COMANDA-MESA
               INVALID KEY
                   IF WS-CM-ACCION = "UNIR MESAS"
                       DISPLAY "No hay comanda abierta en la mesa "
                               WS-CM-DESTINO "."
                   ELSE
                       DISPLAY "La mesa " WS-CM-DESTINO " está "
                               "libre: se le abrirá la comanda."
                       MOVE 'Y' TO VALIDO
                   END-IF
               NOT INVALID KEY
                   PERFORM 003-VERIFICAR-PARTES-COMANDA
                   IF WS-COMANDA-DIVIDIDA = 1
                       DISPLAY "La mesa " WS-CM-DESTINO " se está "
                               "facturando por partes."
                   ELSE
                       MOVE 'Y' TO VALIDO
                   END-IF
           END-READ.

       003-TRASLADAR-LINEAS.
      *>  MUEVE A WS-CM-DESTINO LAS LÍNEAS DE WS-CM-ORIGEN (TODAS, O
      *>  LAS ESCOGIDAS SI WS-DV-MODO = 1). PRIMERO LAS SACA DEL
      *>  ORIGEN A LA TABLA WS-CM-LINEAS Y LUEGO LAS ESCRIBE EN EL
      *>  DESTINO A CONTINUACIÓN DE SU ÚLTIMA LÍNEA. SI EL ORIGEN
      *>  QUEDA VACÍO, SU COMANDA SE ELIMINA Y LA MESA QUEDA LIBRE.
           MOVE 0 TO WS-CM-TOTAL.
           MOVE 0 TO WS-CM-LLENO.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE WS-CM-ORIGEN TO COMANDA-DET-MESA.
           MOVE 0 TO COMANDA-DET-LINEA.
           START COMANDA-DETALLE
               KEY IS NOT LESS THAN COMANDA-DET-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ COMANDA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF COMANDA-DET-MESA = WS-CM-ORIGEN
                                   PERFORM 004-SACAR-LINEA-ORIGEN
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

           PERFORM 000-ABRIR-ARCHIVO-COMANDAS.
           MOVE WS-CM-DESTINO TO COMANDA-MESA.
           READ COMANDAS
               KEY IS COMANDA-MESA
               INVALID KEY
                   MOVE WS-CM-DESTINO TO COMANDA-MESA
                   MOVE WS-CM-MESONERO TO COMANDA-MESONERO
                   MOVE WS-CM-FECHA TO COMANDA-FECHA
                   MOVE WS-CM-HORA TO COMANDA-HORA
                   MOVE 0 TO COMANDA-PERSONAS
                   MOVE "ABIERTA" TO COMANDA-ESTADO
                   MOVE 0 TO COMANDA-PARTES
                   MOVE 0 TO COMANDA-PARTES-FACT
                   WRITE COMANDA-REG
                       INVALID KEY
                           DISPLAY "Error al abrir la comanda de "
                                   "destino. Código: " FS-COMANDAS
                   END-WRITE
           END-READ.

           MOVE WS-CM-DESTINO TO WS-COMANDA-MESA.
           PERFORM 003-ULTIMA-LINEA-COMANDA.
           MOVE 0 TO WS-CM-MOVIDAS.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-TOTAL
               MOVE WS-CM-COPIA(WS-CM-IDX) TO COMANDA-DET-REG
               ADD 1 TO WS-COMANDA-LINEA
               MOVE WS-CM-DESTINO TO COMANDA-DET-MESA
               MOVE WS-COMANDA-LINEA TO COMANDA-DET-LINEA
               WRITE COMANDA-DET-REG
                   INVALID KEY
                       DISPLAY "Error al trasladar la línea. "
                               "Código: " FS-COMANDA-DET
                   NOT INVALID KEY
                       ADD 1 TO WS-CM-MOVIDAS
               END-WRITE
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

           MOVE WS-CM-ORIGEN TO WS-COMANDA-MESA.
           PERFORM 003-CONTAR-LINEAS-COMANDA.
           IF WS-CM-RESTANTES = 0
               MOVE WS-CM-ORIGEN TO COMANDA-MESA
               DELETE COMANDAS
                   INVALID KEY
                       DISPLAY "Error al liberar la mesa. "
                               "Código: " FS-COMANDAS
               END-DELETE
               PERFORM 004-PASAR-CUBIERTOS-DESTINO
           END-IF.

           MOVE WS-CM-ACCION TO WS-AUD-ACCION.
           MOVE WS-CM-ORIGEN TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "DESTINO:" FUNCTION TRIM(WS-CM-DESTINO)
                  " MESONERO:" FUNCTION TRIM(WS-CM-MESONERO)
                  " LINEAS:" WS-CM-MOVIDAS
                  " QUEDAN:" WS-CM-RESTANTES
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.
           PERFORM 000-CERRAR-ARCHIVO-COMANDAS.

           DISPLAY WS-CM-MOVIDAS " línea(s) pasadas a la mesa "
                   WS-CM-DESTINO ".".
           IF WS-CM-RESTANTES = 0
               DISPLAY "Mesa " WS-CM-ORIGEN " liberada."
           END-IF.

       004-PASAR-CUBIERTOS-DESTINO.
      *>  SI LA MESA DE ORIGEN QUEDÓ LIBRE, SUS PERSONAS SE SIENTAN
      *>  AHORA EN LA DE DESTINO Y CUENTAN EN SU OCUPACIÓN.
           IF WS-CM-PERSONAS IS NOT NUMERIC
               MOVE 0 TO WS-CM-PERSONAS
           END-IF.
           MOVE WS-CM-DESTINO TO COMANDA-MESA.
           READ COMANDAS
               KEY IS COMANDA-MESA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMANDA-PERSONAS IS NOT NUMERIC
                       MOVE 0 TO COMANDA-PERSONAS
                   END-IF
                   ADD WS-CM-PERSONAS TO COMANDA-PERSONAS
                   REWRITE COMANDA-REG
                       INVALID KEY
                           DISPLAY "Error al pasar los cubiertos. "
                                   "Código: " FS-COMANDAS
                   END-REWRITE
           END-READ.

       004-SACAR-LINEA-ORIGEN.
      *>  COPIA A LA TABLA LA CANTIDAD QUE SE TRASLADA DE LA LÍNEA Y
      *>  BORRA LA LÍNEA DEL ORIGEN O LE DEJA EL RESTO. LA LÍNEA SIN
      *>  MESONERO TOMA EL DE LA COMANDA DE ORIGEN.
           MOVE COMANDA-DET-CANTIDAD TO WS-DV-CANTIDAD.
           IF WS-DV-MODO = 1
               PERFORM 004-CANTIDAD-SELECCIONADA
           END-IF.
           IF WS-DV-CANTIDAD > 0
               IF WS-CM-TOTAL < 100
                   IF COMANDA-DET-MESONERO = SPACES
                       MOVE WS-CM-MESONERO TO COMANDA-DET-MESONERO
                   END-IF
                   COMPUTE WS-CM-RESTO =
                       COMANDA-DET-CANTIDAD - WS-DV-CANTIDAD
                   ADD 1 TO WS-CM-TOTAL
                   MOVE WS-DV-CANTIDAD TO COMANDA-DET-CANTIDAD
                   MOVE COMANDA-DET-REG TO WS-CM-COPIA(WS-CM-TOTAL)
                   IF WS-CM-RESTO = 0
                       DELETE COMANDA-DETALLE
                   ELSE
                       MOVE WS-CM-RESTO TO COMANDA-DET-CANTIDAD
                       REWRITE COMANDA-DET-REG
                   END-IF
               ELSE
                   IF WS-CM-LLENO = 0
                       MOVE 1 TO WS-CM-LLENO
                       DISPLAY "ADVERTENCIA: SOLO SE TRASLADAN 100 "
                               "LÍNEAS POR OPERACIÓN."
                   END-IF
               END-IF
           END-IF.

       002-ANULAR-COMANDA.
      *>  ANULA LA COMANDA DE UNA MESA SIN FACTURAR (CLIENTE QUE SE
      *>  RETIRA, ERROR DE MESA). COMO EL INVENTARIO SOLO SE DESCARGA
      *>  AL FACTURAR, AQUÍ NO HAY NADA QUE REPONER.
           DISPLAY " ".
           DISPLAY "ANULACIÓN DE COMANDAS.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "NÚMERO DE MESA: " WITH NO ADVANCING.
           ACCEPT WS-COMANDA-MESA.

           PERFORM 000-ABRIR-ARCHIVO-COMANDAS.
           MOVE WS-COMANDA-MESA TO COMANDA-MESA.
           READ COMANDAS
               KEY IS COMANDA-MESA
               INVALID KEY
                   MOVE 0 TO WS-COMANDA-ENCONTRADA
                   DISPLAY "No hay comanda abierta en esa mesa."
               NOT INVALID KEY
                   MOVE 1 TO WS-COMANDA-ENCONTRADA
           END-READ.

           IF WS-COMANDA-ENCONTRADA = 1
               DISPLAY "¿Está seguro de anular la comanda de la "
                       "mesa " COMANDA-MESA "? (S/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                   MOVE "ANULAR COMANDA" TO WS-AUD-ACCION
                   MOVE COMANDA-MESA TO WS-AUD-CLAVE
                   STRING "MESONERO:"
                          FUNCTION TRIM(COMANDA-MESONERO)
                          " FECHA:" FUNCTION TRIM(COMANDA-FECHA)
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   DELETE COMANDAS
                       INVALID KEY
                           DISPLAY "Error al anular la comanda. "
                                   "Código: " FS-COMANDAS
                       NOT INVALID KEY
                           DISPLAY "Comanda anulada."
                   END-DELETE
                   PERFORM 003-ELIMINAR-DETALLE-COMANDA
               ELSE
                   DISPLAY "Anulación cancelada."
               END-IF
           END-IF.
           PERFORM 000-CERRAR-ARCHIVO-COMANDAS.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       *> COCINA Y BARRA: PEDIDOS POR ESTACIÓN Y TIEMPOS
       *>  -------------------------------------------------------------

       002-PANTALLA-COCINA.
      *>  MUESTRA LAS LÍNEAS DE COMANDA PENDIENTES O EN PREPARACIÓN DE
      *>  UNA ESTACIÓN (O DE TODAS), DE LA MÁS VIEJA A LA MÁS NUEVA,
      *>  CON LOS MINUTOS QUE LLEVAN ESPERANDO.
           DISPLAY " ".
           DISPLAY "PEDIDOS PENDIENTES POR ESTACIÓN.".
           DISPLAY "---------------------------------------".
           PERFORM 003-ESCOGER-ESTACION.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO WS-KC-FECHA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           COMPUTE WS-KC-HORA = WS-HORA-SISTEMA / 100.
           PERFORM 004-MINUTOS-ABSOLUTOS.
           MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-AHORA.

           MOVE 0 TO WS-PC-TOTAL.
           MOVE 0 TO WS-PC-LLENO.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE 0 TO WS-FIN-DETALLE.
           PERFORM UNTIL WS-FIN-DETALLE = 1
               READ COMANDA-DETALLE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-DETALLE
                   NOT AT END
                       IF (COMANDA-DET-ESTADO = "PENDIENTE"
                          OR COMANDA-DET-ESTADO = "EN PREPARACION")
                          AND (WS-KC-FILTRO = SPACES
                          OR COMANDA-DET-ESTACION = WS-KC-FILTRO)
                           PERFORM 004-PC-AGREGAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.

           DISPLAY " ".
           IF WS-PC-TOTAL = 0
               DISPLAY "*** NO HAY PEDIDOS PENDIENTES ***"
           ELSE
               DISPLAY "HORA  ESPERA MESA  LIN CANT  PRODUCTO   "
                       "ESTACION   ESTADO"
               DISPLAY "----------------------------------------"
                       "----------------------------------"
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > WS-PC-TOTAL
                   MOVE WS-PC-ENTRADA(WS-PC-IDX) TO WS-PC-LINEA
                   MOVE WS-PCL-ORDEN(9:6) TO WS-KC-HORA
                   PERFORM 004-FORMATEAR-HORA
                   DISPLAY WS-KC-HORA-TEXTO " " WS-PCL-ESPERA " "
                           WS-PCL-MESA " " WS-PCL-LINEA " "
                           WS-PCL-CANTIDAD " " WS-PCL-PRODUCTO " "
                           WS-PCL-ESTACION " " WS-PCL-ESTADO
                   IF WS-PCL-NOTA NOT = SPACES
                       DISPLAY "      ** " WS-PCL-NOTA
                   END-IF
               END-PERFORM
               DISPLAY "TOTAL DE PEDIDOS ABIERTOS: " WS-PC-TOTAL
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-ESCOGER-ESTACION.
      *>  DEJA EN WS-KC-FILTRO LA ESTACIÓN ESCOGIDA (ESPACIOS = TODAS).
           MOVE WS-KC-ESTACIONES TO WS-KC-TABLA-ESTACIONES.
           MOVE 9 TO WS-KC-OPCION.
           PERFORM UNTIL WS-KC-OPCION < 4
               DISPLAY "ESTACIÓN (1 COCINA, 2 BARRA, 3 POSTRES, "
                       "0 TODAS): " WITH NO ADVANCING
               ACCEPT WS-KC-OPCION
           END-PERFORM.
           IF WS-KC-OPCION = 0
               MOVE SPACES TO WS-KC-FILTRO
           ELSE
               MOVE WS-KC-NOMBRE-ESTACION(WS-KC-OPCION)
                   TO WS-KC-FILTRO
           END-IF.

       004-PC-AGREGAR-PEDIDO.
      *>  INSERTA LA LÍNEA EN MEMORIA EN WS-PC-TABLA MANTENIENDO EL
      *>  ORDEN POR FECHA Y HORA DEL PEDIDO.
           MOVE COMANDA-DET-FECHA-PEDIDO TO WS-KC-FECHA.
           MOVE COMANDA-DET-HORA-PEDIDO TO WS-KC-HORA.
           PERFORM 004-MINUTOS-ABSOLUTOS.
           MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-PEDIDO.
           IF WS-KC-MINUTOS-AHORA > WS-KC-MINUTOS-PEDIDO
              AND WS-KC-MINUTOS-PEDIDO > 0
               COMPUTE WS-PC-N-ESPERA =
                   WS-KC-MINUTOS-AHORA - WS-KC-MINUTOS-PEDIDO
           ELSE
               MOVE 0 TO WS-PC-N-ESPERA
           END-IF.
           COMPUTE WS-PC-N-ORDEN =
               WS-KC-FECHA-NUM * 1000000 + COMANDA-DET-HORA-PEDIDO.
           MOVE COMANDA-DET-MESA TO WS-PC-N-MESA.
           MOVE COMANDA-DET-LINEA TO WS-PC-N-LINEA.
           MOVE COMANDA-DET-PRODUCTO TO WS-PC-N-PRODUCTO.
           MOVE COMANDA-DET-CANTIDAD TO WS-PC-N-CANTIDAD.
           MOVE COMANDA-DET-ESTACION TO WS-PC-N-ESTACION.
           MOVE COMANDA-DET-ESTADO TO WS-PC-N-ESTADO.
           MOVE COMANDA-DET-NOTA TO WS-PC-N-NOTA.
           IF WS-PC-TOTAL < 200
               MOVE WS-PC-TOTAL TO WS-PC-POS
               ADD 1 TO WS-PC-POS
               PERFORM VARYING WS-PC-IDX FROM WS-PC-TOTAL BY -1
                       UNTIL WS-PC-IDX < 1
                   MOVE WS-PC-ENTRADA(WS-PC-IDX) TO WS-PC-LINEA
                   IF WS-PCL-ORDEN > WS-PC-N-ORDEN
                       MOVE WS-PC-ENTRADA(WS-PC-IDX)
                           TO WS-PC-ENTRADA(WS-PC-IDX + 1)
                       MOVE WS-PC-IDX TO WS-PC-POS
                   ELSE
                       MOVE 0 TO WS-PC-IDX
                   END-IF
               END-PERFORM
               MOVE WS-PC-NUEVA TO WS-PC-ENTRADA(WS-PC-POS)
               ADD 1 TO WS-PC-TOTAL
           ELSE
               IF WS-PC-LLENO = 0
                   MOVE 1 TO WS-PC-LLENO
                   DISPLAY "ADVERTENCIA: SOLO SE MUESTRAN 200 PEDIDOS."
               END-IF
           END-IF.

       002-CAMBIAR-ESTADO-PEDIDO.
      *>  AVANZA UNA LÍNEA DE COMANDA AL ESTADO SIGUIENTE: PENDIENTE,
      *>  EN PREPARACION, LISTO, ENTREGADO. AL QUEDAR LISTO SE GRABA
      *>  SU TIEMPO DE PREPARACIÓN (DESDE LA HORA DEL PEDIDO).
           DISPLAY " ".
           DISPLAY "CAMBIO DE ESTADO DE UN PEDIDO.".
           DISPLAY "---------------------------------------".
           DISPLAY "NÚMERO DE MESA: " WITH NO ADVANCING.
           ACCEPT WS-COMANDA-MESA.
           DISPLAY "LÍNEA DE LA COMANDA: " WITH NO ADVANCING.
           ACCEPT WS-DV-LINEA.
           PERFORM 000-ABRIR-ARCHIVO-COMANDA-DET.
           MOVE WS-COMANDA-MESA TO COMANDA-DET-MESA.
           MOVE WS-DV-LINEA TO COMANDA-DET-LINEA.
           READ COMANDA-DETALLE
               KEY IS COMANDA-DET-CLAVE
               INVALID KEY
                   DISPLAY "Esa línea no existe en la comanda."
               NOT INVALID KEY
                   PERFORM 003-AVANZAR-ESTADO-LINEA
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-COMANDA-DET.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-AVANZAR-ESTADO-LINEA.
           DISPLAY "  " COMANDA-DET-PRODUCTO " Cantidad: "
                   COMANDA-DET-CANTIDAD " Estación: "
                   COMANDA-DET-ESTACION.
           DISPLAY "  Estado actual: " COMANDA-DET-ESTADO.
           EVALUATE COMANDA-DET-ESTADO
               WHEN "PENDIENTE"
                   MOVE "EN PREPARACION" TO WS-KC-NUEVO-ESTADO
               WHEN "EN PREPARACION"
                   MOVE "LISTO" TO WS-KC-NUEVO-ESTADO
               WHEN "LISTO"
                   MOVE "ENTREGADO" TO WS-KC-NUEVO-ESTADO
               WHEN OTHER
                   MOVE SPACES TO WS-KC-NUEVO-ESTADO
           END-EVALUATE.
           IF WS-KC-NUEVO-ESTADO = SPACES
               DISPLAY "La línea ya fue entregada o no lleva control "
                       "de estación."
           ELSE
               DISPLAY "¿Pasar a " WS-KC-NUEVO-ESTADO "? (S/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   COMPUTE WS-KC-HORA = WS-HORA-SISTEMA / 100
                   IF WS-KC-NUEVO-ESTADO = "EN PREPARACION"
                       MOVE WS-KC-HORA TO COMANDA-DET-HORA-PREPARA
                   END-IF
                   IF WS-KC-NUEVO-ESTADO = "LISTO"
                       MOVE WS-KC-HORA TO COMANDA-DET-HORA-LISTO
                   END-IF
                   MOVE WS-KC-NUEVO-ESTADO TO COMANDA-DET-ESTADO
                   REWRITE COMANDA-DET-REG
                       INVALID KEY
                           DISPLAY "Error al actualizar la línea. "
                                   "Código: " FS-COMANDA-DET
                       NOT INVALID KEY
                           DISPLAY "Pedido en estado "
                                   COMANDA-DET-ESTADO
                           IF WS-KC-NUEVO-ESTADO = "LISTO"
                               PERFORM 004-GRABAR-TIEMPO-PREPARACION
                           END-IF
                   END-REWRITE
               ELSE
                   DISPLAY "Cambio de estado cancelado."
               END-IF
           END-IF.

       004-GRABAR-TIEMPO-PREPARACION.
           MOVE COMANDA-DET-FECHA-PEDIDO TO WS-KC-FECHA.
           MOVE COMANDA-DET-HORA-PEDIDO TO WS-KC-HORA.
           PERFORM 004-MINUTOS-ABSOLUTOS.
           MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-PEDIDO.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO WS-KC-FECHA.
           MOVE COMANDA-DET-HORA-LISTO TO WS-KC-HORA.
           PERFORM 004-MINUTOS-ABSOLUTOS.
           MOVE WS-KC-MINUTOS-ABS TO WS-KC-MINUTOS-AHORA.
           IF WS-KC-MINUTOS-AHORA > WS-KC-MINUTOS-PEDIDO
              AND WS-KC-MINUTOS-PEDIDO > 0
               COMPUTE TIEMPO-MINUTOS =
                   WS-KC-MINUTOS-AHORA - WS-KC-MINUTOS-PEDIDO
           ELSE
               MOVE 0 TO TIEMPO-MINUTOS
           END-IF.
           MOVE COMANDA-DET-FECHA-PEDIDO TO TIEMPO-FECHA.
           MOVE COMANDA-DET-ESTACION TO TIEMPO-ESTACION.
           MOVE COMANDA-DET-PRODUCTO TO TIEMPO-PRODUCTO.
           MOVE COMANDA-DET-MESA TO TIEMPO-MESA.
           MOVE COMANDA-DET-CANTIDAD TO TIEMPO-CANTIDAD.
           MOVE COMANDA-DET-HORA-PEDIDO TO TIEMPO-HORA-PEDIDO.
           MOVE COMANDA-DET-HORA-LISTO TO TIEMPO-HORA-LISTO.
           PERFORM 000-ABRIR-ARCHIVO-TIEMPOS.
           WRITE TIEMPO-REG.
           PERFORM 000-CERRAR-ARCHIVO-TIEMPOS.
           DISPLAY "Tiempo de preparación: " TIEMPO-MINUTOS
                   " minutos.".

       002-TIEMPOS-PREPARACION.
      *>  INFORME DE CIERRE DEL DÍA: PROMEDIO Y PEOR TIEMPO DE
      *>  PREPARACIÓN POR ESTACIÓN Y POR PLATO, CON LOS PLATOS DEL
      *>  MÁS LENTO AL MÁS RÁPIDO EN PROMEDIO.
           DISPLAY " ".
           DISPLAY "TIEMPOS DE PREPARACIÓN DEL DÍA.".
           DISPLAY "---------------------------------------".
           DISPLAY "FECHA (DD/MM/AAAA, ENTER = HOY): "
               WITH NO ADVANCING.
           ACCEPT WS-TP-FECHA.
           IF WS-TP-FECHA = SPACES
               PERFORM 000-OBTENER-FECHA-SISTEMA
               MOVE WS-FECHA-LEGIBLE TO WS-TP-FECHA
           END-IF.
           MOVE WS-KC-ESTACIONES TO WS-KC-TABLA-ESTACIONES.
           INITIALIZE WS-TP-EST-TABLA.
           MOVE 0 TO WS-TP-PLATOS-TOTAL.
           MOVE 0 TO WS-TP-PLATOS-LLENO.
           MOVE 0 TO WS-TP-LEIDOS.

           OPEN INPUT TIEMPOS-PREP.
           IF FS-TIEMPOS = "00"
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ TIEMPOS-PREP
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF TIEMPO-FECHA = WS-TP-FECHA
                               PERFORM 003-TP-ACUMULAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIEMPOS-PREP
           END-IF.

           IF WS-TP-LEIDOS = 0
               DISPLAY " "
               DISPLAY "*** NO HAY PLATOS DESPACHADOS EN LA FECHA ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           ELSE
               PERFORM 003-TP-ORDENAR-PLATOS
               PERFORM 003-TP-EXPORTAR
           END-IF.

       003-TP-ACUMULAR.
           ADD 1 TO WS-TP-LEIDOS.
           MOVE 0 TO WS-TP-HALLADO.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1 UNTIL WS-TP-IDX > 3
               IF WS-KC-NOMBRE-ESTACION(WS-TP-IDX) = TIEMPO-ESTACION
                   MOVE WS-TP-IDX TO WS-TP-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TP-HALLADO = 0
               MOVE 1 TO WS-TP-HALLADO
           END-IF.
           ADD 1 TO WS-TP-EST-PLATOS(WS-TP-HALLADO).
           ADD TIEMPO-MINUTOS TO WS-TP-EST-MINUTOS(WS-TP-HALLADO).
           IF TIEMPO-MINUTOS > WS-TP-EST-PEOR(WS-TP-HALLADO)
              OR WS-TP-EST-PLATOS(WS-TP-HALLADO) = 1
               MOVE TIEMPO-MINUTOS TO WS-TP-EST-PEOR(WS-TP-HALLADO)
               MOVE TIEMPO-PRODUCTO
                   TO WS-TP-EST-PEOR-PROD(WS-TP-HALLADO)
               MOVE TIEMPO-MESA TO WS-TP-EST-PEOR-MESA(WS-TP-HALLADO)
               MOVE TIEMPO-HORA-PEDIDO
                   TO WS-TP-EST-PEOR-HORA(WS-TP-HALLADO)
           END-IF.

           MOVE 0 TO WS-TP-HALLADO.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-PLATOS-TOTAL
               IF WS-TP-PL-PRODUCTO(WS-TP-IDX) = TIEMPO-PRODUCTO
                   MOVE WS-TP-IDX TO WS-TP-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TP-HALLADO = 0
               IF WS-TP-PLATOS-TOTAL < 200
                   ADD 1 TO WS-TP-PLATOS-TOTAL
                   MOVE WS-TP-PLATOS-TOTAL TO WS-TP-HALLADO
                   MOVE TIEMPO-PRODUCTO
                       TO WS-TP-PL-PRODUCTO(WS-TP-HALLADO)
                   MOVE TIEMPO-ESTACION
                       TO WS-TP-PL-ESTACION(WS-TP-HALLADO)
                   MOVE 0 TO WS-TP-PL-VECES(WS-TP-HALLADO)
                   MOVE 0 TO WS-TP-PL-MINUTOS(WS-TP-HALLADO)
                   MOVE 0 TO WS-TP-PL-PEOR(WS-TP-HALLADO)
               ELSE
                   IF WS-TP-PLATOS-LLENO = 0
                       MOVE 1 TO WS-TP-PLATOS-LLENO
                       DISPLAY "ADVERTENCIA: TABLA DE PLATOS LLENA, "
                               "SOLO SE ANALIZAN 200."
                   END-IF
               END-IF
           END-IF.
           IF WS-TP-HALLADO > 0
               ADD 1 TO WS-TP-PL-VECES(WS-TP-HALLADO)
               ADD TIEMPO-MINUTOS TO WS-TP-PL-MINUTOS(WS-TP-HALLADO)
               IF TIEMPO-MINUTOS > WS-TP-PL-PEOR(WS-TP-HALLADO)
                   MOVE TIEMPO-MINUTOS TO WS-TP-PL-PEOR(WS-TP-HALLADO)
               END-IF
           END-IF.

       003-TP-ORDENAR-PLATOS.
      *>  CALCULA EL PROMEDIO DE CADA PLATO Y ORDENA LA TABLA DE MAYOR
      *>  A MENOR PROMEDIO (INTERCAMBIO SIMPLE, LA TABLA ES PEQUEÑA).
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-PLATOS-TOTAL
               COMPUTE WS-TP-PL-PROMEDIO(WS-TP-IDX) ROUNDED =
                   WS-TP-PL-MINUTOS(WS-TP-IDX)
                   / WS-TP-PL-VECES(WS-TP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX >= WS-TP-PLATOS-TOTAL
               PERFORM VARYING WS-TP-IDX2 FROM WS-TP-IDX BY 1
                       UNTIL WS-TP-IDX2 > WS-TP-PLATOS-TOTAL
                   IF WS-TP-PL-PROMEDIO(WS-TP-IDX2) >
                      WS-TP-PL-PROMEDIO(WS-TP-IDX)
                       MOVE WS-TP-PLATO(WS-TP-IDX) TO WS-TP-PLATO-AUX
                       MOVE WS-TP-PLATO(WS-TP-IDX2)
                           TO WS-TP-PLATO(WS-TP-IDX)
                       MOVE WS-TP-PLATO-AUX TO WS-TP-PLATO(WS-TP-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       003-TP-EXPORTAR.
           MOVE "TIEMPOS_PREPARACION_DIA.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TIEMPOS DE PREPARACION DEL " DELIMITED BY SIZE
                  WS-TP-FECHA DELIMITED BY SIZE
                  " (MINUTOS DESDE EL PEDIDO HASTA LISTO)"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY " ".
           DISPLAY REPORTE-LINEA.
           MOVE " " TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ESTACION   PLATOS PROMEDIO  PEOR  PLATO MAS LENTO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1 UNTIL WS-TP-IDX > 3
               IF WS-TP-EST-PLATOS(WS-TP-IDX) > 0
                   PERFORM 004-TP-LINEA-ESTACION
               END-IF
           END-PERFORM.
           MOVE " " TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "PLATO      ESTACION   VECES PROMEDIO  PEOR"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY " ".
           DISPLAY REPORTE-LINEA.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-PLATOS-TOTAL
               PERFORM 004-TP-LINEA-PLATO
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-TP-LINEA-ESTACION.
           COMPUTE WS-TP-PROMEDIO ROUNDED =
               WS-TP-EST-MINUTOS(WS-TP-IDX)
               / WS-TP-EST-PLATOS(WS-TP-IDX).
           MOVE WS-TP-PROMEDIO TO WS-TP-PROMEDIO-ED.
           MOVE WS-TP-EST-PLATOS(WS-TP-IDX) TO WS-TP-CANT-ED.
           MOVE WS-TP-EST-PEOR(WS-TP-IDX) TO WS-TP-MINUTOS-ED.
           MOVE WS-TP-EST-PEOR-HORA(WS-TP-IDX) TO WS-KC-HORA.
           PERFORM 004-FORMATEAR-HORA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-KC-NOMBRE-ESTACION(WS-TP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TP-CANT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TP-PROMEDIO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TP-MINUTOS-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TP-EST-PEOR-PROD(WS-TP-IDX) DELIMITED BY SIZE
                  " MESA " DELIMITED BY SIZE
                  WS-TP-EST-PEOR-MESA(WS-TP-IDX) DELIMITED BY SIZE
                  " PEDIDO " DELIMITED BY SIZE
                  WS-KC-HORA-TEXTO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA.

       004-TP-LINEA-PLATO.
           MOVE WS-TP-PL-PROMEDIO(WS-TP-IDX) TO WS-TP-PROMEDIO-ED.
           MOVE WS-TP-PL-VECES(WS-TP-IDX) TO WS-TP-CANT-ED.
           MOVE WS-TP-PL-PEOR(WS-TP-IDX) TO WS-TP-MINUTOS-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-TP-PL-PRODUCTO(WS-TP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TP-PL-ESTACION(WS-TP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TP-CANT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TP-PROMEDIO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TP-MINUTOS-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA.

       002-ESTACIONES-CATEGORIA.
      *>  ASIGNA A CADA CATEGORÍA DE PRODUCTO LA ESTACIÓN QUE LA
      *>  PREPARA. LAS CATEGORÍAS SIN ASIGNAR VAN A COCINA.
           DISPLAY " ".
           DISPLAY "ESTACIÓN POR CATEGORÍA DE PRODUCTO.".
           DISPLAY "---------------------------------------".
           PERFORM 000-ABRIR-ARCHIVO-ESTACIONES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ ESTACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       DISPLAY "  " ESTACION-CATEGORIA " -> "
                               ESTACION-NOMBRE
               END-READ
           END-PERFORM.
           DISPLAY "CATEGORÍA (ENTER = TERMINAR): " WITH NO ADVANCING.
           ACCEPT ESTACION-CATEGORIA.
           IF ESTACION-CATEGORIA NOT = SPACES
               MOVE ESTACION-CATEGORIA TO WS-AUD-CLAVE
               PERFORM 003-ESCOGER-ESTACION
               IF WS-KC-FILTRO = SPACES
                   MOVE "COCINA" TO WS-KC-FILTRO
               END-IF
               READ ESTACIONES
                   KEY IS ESTACION-CATEGORIA
                   INVALID KEY
                       MOVE WS-KC-FILTRO TO ESTACION-NOMBRE
                       WRITE ESTACION-REG
                           INVALID KEY
                               DISPLAY "Error al registrar. Código: "
                                       FS-ESTACIONES
                           NOT INVALID KEY
                               DISPLAY "Estación asignada."
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "ESTACION CATEGORIA" TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                       STRING "ESTACION:" ESTACION-NOMBRE
                              DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-ANTERIOR
                       PERFORM 000-REGISTRAR-AUDITORIA
                       MOVE WS-KC-FILTRO TO ESTACION-NOMBRE
                       REWRITE ESTACION-REG
                           INVALID KEY
                               DISPLAY "Error al actualizar. Código: "
                                       FS-ESTACIONES
                           NOT INVALID KEY
                               DISPLAY "Estación actualizada."
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM 000-CERRAR-ARCHIVO-ESTACIONES.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       *> PROVEEDORES Y COMPRAS
       *>  -------------------------------------------------------------

       001-SUBMENU-PROVEEDORES.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+          PROVEEDORES Y COMPRAS             +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - REGISTRAR/MODIFICAR PROVEEDOR".
           DISPLAY "2 - ELIMINAR PROVEEDOR".
           DISPLAY "3 - CONSULTAR PROVEEDOR".
           DISPLAY "4 - REGISTRAR COMPRA (FACTURA DE PROVEEDOR)".
           DISPLAY "5 - CONSULTAR COMPRAS DE UN PROVEEDOR".
           DISPLAY "6 - INFORME DE MARGEN POR PRODUCTO".
           DISPLAY "7 - LIBRO DE COMPRAS DEL MES".
           DISPLAY "8 - REGISTRAR PAGO A PROVEEDOR".
           DISPLAY "9 - ANTIGÜEDAD DE CUENTAS POR PAGAR".
           DISPLAY "10 - PROYECCIÓN SEMANAL DE VENCIMIENTOS".
           DISPLAY "----------------------------------------------".
           DISPLAY "11 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-REGISTRAR-PROVEEDOR
           WHEN 2 PERFORM     002-ELIMINAR-PROVEEDOR
           WHEN 3 PERFORM     002-CONSULTAR-PROVEEDOR
           WHEN 4 PERFORM     002-REGISTRAR-COMPRA
           WHEN 5 PERFORM     002-CONSULTAR-COMPRAS
           WHEN 6 PERFORM     002-INFORME-MARGEN
           WHEN 7 PERFORM     002-LIBRO-COMPRAS
           WHEN 8 PERFORM     002-REGISTRAR-PAGO-PROVEEDOR
           WHEN 9 PERFORM     002-ANTIGUEDAD-CXP
           WHEN 10 PERFORM    002-PROYECCION-VENCIMIENTOS
           WHEN 11 PERFORM    000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       002-REGISTRAR-PROVEEDOR.
                DISPLAY " ".
                DISPLAY "REGISTRO Y/O ACTUALIZACIÓN DE PROVEEDORES.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "RIF DEL PROVEEDOR (Formato: J-1234789): "
                    WITH NO ADVANCING.
                ACCEPT PROVEEDOR-RIF.

                PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
                    READ PROVEEDORES
                        KEY IS PROVEEDOR-RIF
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: PROVEEDOR YA EXISTE, "
                                 "LOS DATOS QUE INTRODUZCA "
                                 "ACTUALIZARAN LOS YA EXISTENTES+++"
                     DISPLAY " "
                END-IF.
            *>  ENTRADA DE DATOS
                DISPLAY "RAZÓN SOCIAL: " WITH NO ADVANCING.
                ACCEPT PROVEEDOR-RAZON.
                DISPLAY "TELÉFONO: " WITH NO ADVANCING.
                ACCEPT PROVEEDOR-TELEFONO.
                DISPLAY "CONDICIONES DE PAGO (CONTADO, CRÉDITO 30 "
                        "DÍAS...): " WITH NO ADVANCING.
                ACCEPT PROVEEDOR-CONDICIONES.
                DISPLAY "DÍAS DE CRÉDITO PARA EL VENCIMIENTO "
                        "(0 = CONTADO): " WITH NO ADVANCING.
                ACCEPT PROVEEDOR-DIAS-CREDITO.
            *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
                PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
                IF WS-CONSULTA = 0
                    PERFORM 000-OBTENER-FECHA-SISTEMA
                    MOVE WS-FECHA-LEGIBLE
                        TO PROVEEDOR-FECHA-REGISTRO
                    WRITE PROVEEDOR-REG
                        INVALID KEY
                            DISPLAY "Error al registrar el "
                            "proveedor. Código: " FS-PROVEEDORES
                        NOT INVALID KEY
                            DISPLAY "Proveedor registrado "
                                    "exitosamente."
                    END-WRITE
                ELSE
                    MOVE "ACTUALIZAR PROVEEDOR" TO WS-AUD-ACCION
                    MOVE PROVEEDOR-RIF TO WS-AUD-CLAVE
                    STRING "RIF:" FUNCTION TRIM(PROVEEDOR-RIF)
                           " RAZON:"
                           FUNCTION TRIM(PROVEEDOR-RAZON)
                           DELIMITED BY SIZE
                        INTO WS-AUD-VALOR-ANTERIOR
                    PERFORM 000-REGISTRAR-AUDITORIA
                    REWRITE PROVEEDOR-REG
                        INVALID KEY
                            DISPLAY "Error al actualizar el "
                            "proveedor. Código: " FS-PROVEEDORES
                        NOT INVALID KEY
                            DISPLAY "Proveedor actualizado "
                                    "exitosamente."
                    END-REWRITE
                END-IF.
                PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.
                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-ELIMINAR-PROVEEDOR.
                DISPLAY " ".
                DISPLAY "ELIMINACIÓN DE PROVEEDORES.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "RIF DEL PROVEEDOR: " WITH NO ADVANCING.
                ACCEPT PROVEEDOR-RIF.

                PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
                    READ PROVEEDORES
                        KEY IS PROVEEDOR-RIF
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: PROVEEDOR ENCONTRADO. "
                                 "¿DESEA ELIMINARLO?+++"
                     DISPLAY " "
                     DISPLAY "¿Está seguro de eliminar al proveedor "
                             PROVEEDOR-RAZON "? (S/N): "
                     ACCEPT CONFIRMAR

                     IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                        MOVE "ELIMINAR PROVEEDOR" TO WS-AUD-ACCION
                        MOVE PROVEEDOR-RIF TO WS-AUD-CLAVE
                        STRING "RIF:" FUNCTION TRIM(PROVEEDOR-RIF)
                               " RAZON:"
                               FUNCTION TRIM(PROVEEDOR-RAZON)
                               " CONDICIONES:"
                               FUNCTION TRIM(PROVEEDOR-CONDICIONES)
                               DELIMITED BY SIZE
                               INTO WS-AUD-VALOR-ANTERIOR
                        PERFORM 000-REGISTRAR-AUDITORIA
                        PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES
                        DELETE PROVEEDORES
                            INVALID KEY
                                DISPLAY "Error al eliminar el "
                                        "proveedor. Código: "
                                        FS-PROVEEDORES
                            NOT INVALID KEY
                                DISPLAY "Proveedor eliminado "
                                        "exitosamente"
                        END-DELETE
                        PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES
                     ELSE
                        DISPLAY "Eliminación cancelada."
                     END-IF
                ELSE
                    DISPLAY "Proveedor no encontrado."
                END-IF.

                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-CONSULTAR-PROVEEDOR.
           DISPLAY "Ingrese RIF de Proveedor a consultar: "
               WITH NO ADVANCING.
           ACCEPT PROVEEDOR-RIF.
           PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
           READ PROVEEDORES
               KEY IS PROVEEDOR-RIF
               INVALID KEY
                   DISPLAY "Proveedor no encontrado."
               NOT INVALID KEY
                   DISPLAY "Razón Social: " PROVEEDOR-RAZON
                   DISPLAY "Teléfono: " PROVEEDOR-TELEFONO
                   DISPLAY "Condiciones: " PROVEEDOR-CONDICIONES
                   DISPLAY "Días de crédito: " PROVEEDOR-DIAS-CREDITO
                   DISPLAY "Registrado el: "
                           PROVEEDOR-FECHA-REGISTRO
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-REGISTRAR-COMPRA.
      *>  REGISTRA UNA FACTURA DE PROVEEDOR CON SUS LÍNEAS (PRODUCTO,
      *>  CANTIDAD, COSTO UNITARIO). CADA LÍNEA SUMA AL INVENTARIO
      *>  CON SU ASIENTO EN EL KARDEX Y GUARDA EL COSTO COMO ÚLTIMO
      *>  COSTO DEL PRODUCTO EN EL MAESTRO.
           DISPLAY " ".
           DISPLAY "REGISTRO DE COMPRA (FACTURA DE PROVEEDOR).".
           DISPLAY "---------------------------------------".
           DISPLAY " ".

           MOVE 0 TO WS-PROVEEDOR-ENCONTRADO.
           DISPLAY "RIF DEL PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT PROVEEDOR-RIF.
           PERFORM 003-BUSCAR-PROVEEDOR.
           IF WS-PROVEEDOR-ENCONTRADO = 0
               DISPLAY "Proveedor no registrado en el maestro; "
                       "regístrelo primero."
           ELSE
               DISPLAY "NÚMERO DE LA FACTURA DEL PROVEEDOR: "
                   WITH NO ADVANCING
               ACCEPT COMPRA-FACTURA
               MOVE PROVEEDOR-RIF TO COMPRA-RIF
               PERFORM 000-ABRIR-ARCHIVO-COMPRAS
               READ COMPRAS
                   KEY IS COMPRA-CLAVE
                   INVALID KEY
                       MOVE 0 TO WS-COMPRA-ENCONTRADA
                   NOT INVALID KEY
                       MOVE 1 TO WS-COMPRA-ENCONTRADA
                       DISPLAY "Esa factura de proveedor ya está "
                               "registrada."
               END-READ
               IF WS-COMPRA-ENCONTRADA = 0
                   PERFORM 000-OBTENER-FECHA-SISTEMA
                   MOVE WS-FECHA-LEGIBLE TO COMPRA-FECHA
      *>  EL VENCIMIENTO SALE DE LOS DÍAS DE CRÉDITO DEL PROVEEDOR;
      *>  LA COMPRA QUEDA PENDIENTE HASTA QUE SUS PAGOS LA CUBRAN
                   MOVE "PENDIENTE" TO COMPRA-ESTADO
                   IF WS-DIAS-CREDITO = 0
                       MOVE COMPRA-FECHA TO COMPRA-FECHA-VENCIMIENTO
                   ELSE
                       COMPUTE WS-FECHA-YYYYMMDD =
                           WS-ANNO-EXTENDIDO * 10000
                           + (WS-FECHA-MES OF WS-FECHA-FORMATO * 100)
                           + WS-FECHA-DIA OF WS-FECHA-FORMATO
                       COMPUTE WS-FECHA-VENC-INT =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
                           + WS-DIAS-CREDITO
                       COMPUTE WS-FECHA-VENC-YYYYMMDD =
                           FUNCTION DATE-OF-INTEGER(WS-FECHA-VENC-INT)
                       STRING WS-FECHA-VENC-YYYYMMDD(7:2) "/"
                              WS-FECHA-VENC-YYYYMMDD(5:2) "/"
                              WS-FECHA-VENC-YYYYMMDD(1:4)
                              DELIMITED BY SIZE
                              INTO COMPRA-FECHA-VENCIMIENTO
                   END-IF
                   DISPLAY "FECHA DE VENCIMIENTO: "
                           COMPRA-FECHA-VENCIMIENTO
                   DISPLAY "ALÍCUOTA DE IVA DE LA FACTURA: "
                       WITH NO ADVANCING
                   ACCEPT COMPRA-IVA
                   PERFORM 003-CAPTURAR-DETALLE-COMPRA
                   MOVE WS-COMPRA-TOTAL-CALC TO COMPRA-TOTAL
                   DISPLAY "TOTAL DE LA COMPRA: " COMPRA-TOTAL
                   WRITE COMPRA-REG
                       INVALID KEY
                           DISPLAY "Error al registrar la compra. "
                                   "Código: " FS-COMPRAS
                       NOT INVALID KEY
                           DISPLAY "Compra registrada exitosamente."
                   END-WRITE
               END-IF
               PERFORM 000-CERRAR-ARCHIVO-COMPRAS
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-CAPTURAR-DETALLE-COMPRA.
      *>  CAPTURA LAS LÍNEAS DE LA COMPRA EN MEMORIA, SUMA EL TOTAL
      *>  EN WS-COMPRA-TOTAL-CALC Y POR CADA LÍNEA HACE LA ENTRADA
      *>  DE INVENTARIO CON SU ÚLTIMO COSTO.
           MOVE 0 TO WS-COMPRA-LINEA.
           MOVE 0 TO WS-COMPRA-TOTAL-CALC.
           MOVE 'S' TO WS-MAS-PRODUCTOS.
           PERFORM 000-ABRIR-ARCHIVO-COMPRA-DET.
           PERFORM UNTIL WS-MAS-PRODUCTOS = 'N'
                      OR WS-MAS-PRODUCTOS = 'n'
               DISPLAY "CÓDIGO DE PRODUCTO (? = BUSCAR POR "
                       "NOMBRE): " WITH NO ADVANCING
               ACCEPT PRODUCTO-CODIGO
               IF PRODUCTO-CODIGO = "?"
                   PERFORM 003-BUSCAR-PRODUCTO-NOMBRE
               END-IF
               PERFORM 003-BUSCAR-PRODUCTO
               IF WS-PRODUCTO-ENCONTRADO = 1
                   DISPLAY "CANTIDAD COMPRADA: " WITH NO ADVANCING
                   ACCEPT WS-CANT-MOVIMIENTO
                   DISPLAY "COSTO UNITARIO: " WITH NO ADVANCING
                   ACCEPT WS-COSTO-UNITARIO
                   ADD 1 TO WS-COMPRA-LINEA
                   MOVE COMPRA-RIF TO COMPRA-DET-RIF
                   MOVE COMPRA-FACTURA TO COMPRA-DET-FACTURA
                   MOVE WS-COMPRA-LINEA TO COMPRA-DET-LINEA
                   MOVE PRODUCTO-CODIGO TO COMPRA-DET-PRODUCTO
                   MOVE WS-CANT-MOVIMIENTO TO COMPRA-DET-CANTIDAD
                   MOVE WS-COSTO-UNITARIO TO COMPRA-DET-COSTO
                   WRITE COMPRA-DET-REG
                       INVALID KEY
                           DISPLAY "Error al registrar la línea. "
                                   "Código: " FS-COMPRA-DET
                       NOT INVALID KEY
                           COMPUTE WS-COMPRA-TOTAL-CALC =
                               WS-COMPRA-TOTAL-CALC
                               + (WS-CANT-MOVIMIENTO
                                  * WS-COSTO-UNITARIO)
                           PERFORM 003-ENTRADA-POR-COMPRA
                   END-WRITE
               ELSE
                   DISPLAY "Producto inválido, no se agregó línea."
               END-IF
               DISPLAY "¿Agregar otro producto a la compra? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-MAS-PRODUCTOS
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRA-DET.

       003-ENTRADA-POR-COMPRA.
      *>  SUMA AL INVENTARIO LA CANTIDAD COMPRADA (WS-CANT-MOVIMIENTO)
      *>  DEL PRODUCTO EN PRODUCTO-CODIGO, RECALCULA SU COSTO PROMEDIO
      *>  PONDERADO, GUARDA EL COSTO UNITARIO COMO ÚLTIMO COSTO DEL
      *>  MAESTRO Y ASIENTA LA ENTRADA EN EL KARDEX CON MOTIVO
      *>  "COMPRA".
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           READ PRODUCTOS
               KEY IS PRODUCTO-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-COSTO-UNITARIO TO WS-COSTO-ENTRADA
                   PERFORM 003-PROMEDIAR-COSTO-PRODUCTO
                   ADD WS-CANT-MOVIMIENTO TO PRODUCTO-EXISTENCIA
                   MOVE WS-COSTO-UNITARIO TO PRODUCTO-COSTO
                   REWRITE PRODUCTO-REG
                       INVALID KEY
                           DISPLAY "Error al actualizar la "
                                   "existencia. Código: "
                                   FS-PRODUCTOS
                       NOT INVALID KEY
                           MOVE "ENTRADA" TO WS-TIPO-MOVIMIENTO
                           MOVE "COMPRA" TO WS-MOTIVO-MOVIMIENTO
                           PERFORM 003-REGISTRAR-MOVIMIENTO-KARDEX
                           DISPLAY "Entrada registrada. Nueva "
                                   "existencia: " PRODUCTO-EXISTENCIA
                           DISPLAY "Costo promedio ponderado: "
                                   PRODUCTO-COSTO-PROMEDIO
                   END-REWRITE
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

       002-CONSULTAR-COMPRAS.
      *>  LISTA LAS COMPRAS DE UN PROVEEDOR CON SUS LÍNEAS; EL
      *>  ARCHIVO ESTÁ INDEXADO POR RIF + NÚMERO, ASÍ QUE LAS DEL
      *>  MISMO PROVEEDOR QUEDAN CONTIGUAS.
           DISPLAY "RIF DEL PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT WS-RIF-BUSCADO.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.
           MOVE WS-RIF-BUSCADO TO COMPRA-RIF.
           MOVE LOW-VALUES TO COMPRA-FACTURA.
           START COMPRAS KEY IS NOT LESS THAN COMPRA-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-ARCHIVO
                   PERFORM UNTIL WS-FIN-ARCHIVO = 1
                       READ COMPRAS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-ARCHIVO
                           NOT AT END
                               IF COMPRA-RIF = WS-RIF-BUSCADO
                                   MOVE 1 TO WS-ENCONTRADO
                                   DISPLAY "---------------------"
                                           "---------------------"
                                   DISPLAY "-> FACTURA: "
                                           COMPRA-FACTURA
                                           " FECHA: " COMPRA-FECHA
                                   DISPLAY " - TOTAL: " COMPRA-TOTAL
                                           " VENCE: "
                                           COMPRA-FECHA-VENCIMIENTO
                                           " " COMPRA-ESTADO
                                   PERFORM
                                       003-LISTAR-DETALLE-COMPRA
                               ELSE
                                   MOVE 1 TO WS-FIN-ARCHIVO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.
           IF WS-ENCONTRADO = 0
               DISPLAY "No se encontraron compras del RIF: "
                       WS-RIF-BUSCADO
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-LISTAR-DETALLE-COMPRA.
           PERFORM 000-ABRIR-ARCHIVO-COMPRA-DET.
           MOVE COMPRA-RIF TO COMPRA-DET-RIF.
           MOVE COMPRA-FACTURA TO COMPRA-DET-FACTURA.
           MOVE 0 TO COMPRA-DET-LINEA.
           START COMPRA-DETALLE
               KEY IS NOT LESS THAN COMPRA-DET-CLAVE
               INVALID KEY
                   DISPLAY "Esta compra no tiene líneas "
                           "registradas."
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ COMPRA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF COMPRA-DET-RIF = COMPRA-RIF
                                 AND COMPRA-DET-FACTURA =
                                     COMPRA-FACTURA
                                   DISPLAY "  Línea "
                                           COMPRA-DET-LINEA
                                           " - Producto: "
                                           COMPRA-DET-PRODUCTO
                                   DISPLAY "    Cantidad: "
                                           COMPRA-DET-CANTIDAD
                                           " Costo: "
                                           COMPRA-DET-COSTO
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-COMPRA-DET.

       002-INFORME-MARGEN.
      *>  MARGEN REAL POR PRODUCTO: COMPARA EL COSTO (EL DE LA
      *>  RECETA EN LOS PLATOS PREPARADOS, EL PROMEDIO PONDERADO EN
      *>  LOS DEMÁS) CONTRA EL PRECIO DE VENTA VIGENTE SIN IVA, CON
      *>  SU FOOD COST. LOS PRODUCTOS SIN COSTO REGISTRADO SE MARCAN.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "INFORME DE MARGEN POR PRODUCTO: "
           DISPLAY "********************************"

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           PERFORM 004-LEE-SIG-PRODUCTO.

           MOVE "MARGEN_PRODUCTOS.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.

           PERFORM 004-IMPRIME-MARGEN UNTIL WS-FIN-ARCHIVO = 1.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-MARGEN.
           PERFORM 003-COSTO-PRODUCTO.
           PERFORM 003-PRECIO-SIN-IVA.
           COMPUTE WS-MG-COSTO ROUNDED = WS-COSTO-PRODUCTO.
           MOVE SPACES TO REPORTE-LINEA.
           IF WS-MG-COSTO = 0
               DISPLAY "-> " PRODUCTO-CODIGO " " PRODUCTO-NOMBRE
                       " *** SIN COSTO REGISTRADO ***"
               STRING PRODUCTO-CODIGO " " PRODUCTO-NOMBRE
                      " | SIN COSTO REGISTRADO"
                      DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               IF WS-PRECIO-NETO NOT < WS-MG-COSTO
                   MOVE "+" TO WS-MARGEN-SIGNO
                   COMPUTE WS-MARGEN-MONTO =
                       WS-PRECIO-NETO - WS-MG-COSTO
               ELSE
                   MOVE "-" TO WS-MARGEN-SIGNO
                   COMPUTE WS-MARGEN-MONTO =
                       WS-MG-COSTO - WS-PRECIO-NETO
               END-IF
               COMPUTE WS-MARGEN-PCT ROUNDED =
                   WS-MARGEN-MONTO * 100 / WS-MG-COSTO
               MOVE 0 TO WS-FOOD-COST-PCT
               IF WS-PRECIO-NETO > 0
                   COMPUTE WS-FOOD-COST-PCT ROUNDED =
                       WS-MG-COSTO * 100 / WS-PRECIO-NETO
               END-IF
               DISPLAY "-> " PRODUCTO-CODIGO " " PRODUCTO-NOMBRE
               DISPLAY "   COSTO (" WS-COSTO-ORIGEN "): " WS-MG-COSTO
                       " PRECIO SIN IVA: " WS-PRECIO-NETO
               DISPLAY "   MARGEN: " WS-MARGEN-SIGNO
                       WS-MARGEN-MONTO
                       " (" WS-MARGEN-SIGNO WS-MARGEN-PCT " %)"
                       " FOOD COST: " WS-FOOD-COST-PCT " %"
               STRING PRODUCTO-CODIGO " " PRODUCTO-NOMBRE
                      " | COSTO " WS-COSTO-ORIGEN ": " WS-MG-COSTO
                      " | PRECIO S/IVA: " WS-PRECIO-NETO
                      " | MARGEN: " WS-MARGEN-SIGNO
                      WS-MARGEN-MONTO
                      " (" WS-MARGEN-SIGNO WS-MARGEN-PCT " %)"
                      " | FOOD COST: " WS-FOOD-COST-PCT " %"
                      DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

           PERFORM 004-LEE-SIG-PRODUCTO.

       002-LIBRO-COMPRAS.
      *>  LIBRO DE COMPRAS FISCAL DEL MES, EQUIVALENTE AL LIBRO DE
      *>  VENTAS: FECHA, RIF Y RAZÓN DEL PROVEEDOR, NÚMERO DE SU
      *>  FACTURA, BASE IMPONIBLE, IVA Y TOTAL, CON TOTALES POR
      *>  PÁGINA Y GENERALES. REUTILIZA LOS ACUMULADOS DEL LIBRO DE
      *>  VENTAS, QUE SE REINICIAN AQUÍ.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "LIBRO DE COMPRAS FISCAL: "
           DISPLAY "********************************"
           DISPLAY "INTRODUZCA EL MES (MM): " WITH NO ADVANCING.
           ACCEPT WS-MES.
           DISPLAY "INTRODUZCA EL AÑO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANNO.

           MOVE 0 TO WS-LV-PAG-BASE.
           MOVE 0 TO WS-LV-PAG-IVA.
           MOVE 0 TO WS-LV-PAG-TOTAL.
           MOVE 0 TO WS-LV-GEN-BASE.
           MOVE 0 TO WS-LV-GEN-IVA.
           MOVE 0 TO WS-LV-GEN-TOTAL.
           MOVE 0 TO WS-LV-LINEAS.
           MOVE 0 TO WS-LV-PAGINA.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.

           MOVE "LIBRO_COMPRAS.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.

           MOVE SPACES TO REPORTE-LINEA.
           STRING "LIBRO DE COMPRAS - MES " DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-ENCABEZADO-LIBRO.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COMPRAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE COMPRA-FECHA(4:2) TO WS-REG-MES
                       MOVE COMPRA-FECHA(7:4) TO WS-REG-ANNO
                       IF WS-REG-MES = WS-MES
                          AND WS-REG-ANNO = WS-ANNO
                           PERFORM 004-IMPRIME-LIBRO-COMPRA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.

           IF WS-LV-LINEAS > 0
               PERFORM 004-TOTALES-PAGINA-LIBRO
           END-IF.

           MOVE WS-LV-GEN-BASE TO WS-LV-TOT-BASE-ED.
           MOVE WS-LV-GEN-IVA TO WS-LV-TOT-IVA-ED.
           MOVE WS-LV-GEN-TOTAL TO WS-LV-TOT-TOTAL-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTALES GENERALES DEL MES:  BASE "
                  DELIMITED BY SIZE
                  WS-LV-TOT-BASE-ED DELIMITED BY SIZE
                  "  IVA " DELIMITED BY SIZE
                  WS-LV-TOT-IVA-ED DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-LV-TOT-TOTAL-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY COMPRAS PARA EL MES INTRODUCIDO ***"
               DISPLAY " "
           ELSE
               DISPLAY " "
               DISPLAY "TOTALES GENERALES DEL MES:"
               DISPLAY "  BASE IMPONIBLE: " WS-LV-GEN-BASE
               DISPLAY "  IVA:            " WS-LV-GEN-IVA
               DISPLAY "  TOTAL:          " WS-LV-GEN-TOTAL
           END-IF.

           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-LIBRO-COMPRA.
           MOVE 1 TO WS-ENCONTRADO.
           MOVE SPACES TO WS-LV-LINEA.
           MOVE COMPRA-FECHA TO WS-LV-FECHA.
           MOVE COMPRA-RIF TO WS-LV-RIF.
           PERFORM 003-RAZON-PROVEEDOR.
           MOVE COMPRA-FACTURA(1:10) TO WS-LV-NUMERO.
           COMPUTE WS-LV-BASE ROUNDED =
               COMPRA-TOTAL * 100 / (100 + COMPRA-IVA).
           COMPUTE WS-LV-IVA-MONTO = COMPRA-TOTAL - WS-LV-BASE.
           MOVE WS-LV-BASE TO WS-LV-BASE-ED.
           MOVE WS-LV-IVA-MONTO TO WS-LV-IVA-ED.
           MOVE COMPRA-TOTAL TO WS-LV-TOTAL-ED.
           MOVE SPACES TO WS-LV-LEYENDA.
           ADD WS-LV-BASE TO WS-LV-PAG-BASE.
           ADD WS-LV-BASE TO WS-LV-GEN-BASE.
           ADD WS-LV-IVA-MONTO TO WS-LV-PAG-IVA.
           ADD WS-LV-IVA-MONTO TO WS-LV-GEN-IVA.
           ADD COMPRA-TOTAL TO WS-LV-PAG-TOTAL.
           ADD COMPRA-TOTAL TO WS-LV-GEN-TOTAL.
           DISPLAY WS-LV-LINEA.
           MOVE WS-LV-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LV-LINEAS.
           IF WS-LV-LINEAS NOT < 20
               PERFORM 004-TOTALES-PAGINA-LIBRO
               PERFORM 004-ENCABEZADO-LIBRO
           END-IF.

       003-RAZON-PROVEEDOR.
      *>  BUSCA LA RAZÓN SOCIAL DEL PROVEEDOR DE LA COMPRA EN
      *>  MEMORIA PARA EL LIBRO DE COMPRAS; SI YA NO ESTÁ EN EL
      *>  MAESTRO SE DEJA CONSTANCIA.
           MOVE COMPRA-RIF TO PROVEEDOR-RIF.
           PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
           READ PROVEEDORES
               KEY IS PROVEEDOR-RIF
               INVALID KEY
                   MOVE "(FUERA DEL MAESTRO)" TO WS-LV-RAZON
               NOT INVALID KEY
                   MOVE PROVEEDOR-RAZON TO WS-LV-RAZON
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.

       002-REGISTRAR-PAGO-PROVEEDOR.
      *>  REGISTRA UN PAGO (PARCIAL O TOTAL) SOBRE UNA COMPRA. LA
      *>  COMPRA PASA A "PAGADA" SOLO CUANDO LA SUMA DE SUS PAGOS
      *>  CUBRE COMPRA-TOTAL.
           DISPLAY " ".
           DISPLAY "REGISTRO DE PAGO A PROVEEDOR.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "RIF DEL PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT COMPRA-RIF.
           DISPLAY "NÚMERO DE LA FACTURA DEL PROVEEDOR: "
               WITH NO ADVANCING.
           ACCEPT COMPRA-FACTURA.

           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.
           READ COMPRAS
               KEY IS COMPRA-CLAVE
               INVALID KEY
                   DISPLAY "Compra no encontrada."
               NOT INVALID KEY
                   IF COMPRA-ESTADO = "PAGADA"
                       DISPLAY "Esa compra ya está pagada."
                   ELSE
                       PERFORM 003-CAPTURAR-PAGO-PROVEEDOR
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-CAPTURAR-PAGO-PROVEEDOR.
      *>  LA COMPRA YA ESTÁ LEÍDA Y SU ARCHIVO ABIERTO EN I-O; AQUÍ
      *>  SE CAPTURA EL PAGO, SE GRABA EN PAGOS_PROVEEDOR.TXT CON EL
      *>  USUARIO ACTIVO Y SE ACTUALIZA EL ESTADO DE LA COMPRA SI EL
      *>  SALDO QUEDÓ EN CERO.
           PERFORM 003-CALCULAR-PAGOS-COMPRA.
           IF WS-TOTAL-PAGADO-PROV > COMPRA-TOTAL
               MOVE 0 TO WS-SALDO-COMPRA
           ELSE
               COMPUTE WS-SALDO-COMPRA =
                   COMPRA-TOTAL - WS-TOTAL-PAGADO-PROV
           END-IF.
           DISPLAY "TOTAL DE LA COMPRA:  " COMPRA-TOTAL.
           DISPLAY "FECHA DE VENCIMIENTO: " COMPRA-FECHA-VENCIMIENTO.
           DISPLAY "TOTAL PAGADO:        " WS-TOTAL-PAGADO-PROV.
           DISPLAY "SALDO PENDIENTE:     " WS-SALDO-COMPRA.
           DISPLAY " ".
           DISPLAY "MONTO DEL PAGO (0 = CANCELAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTO-PAGO-PROV.

           IF WS-MONTO-PAGO-PROV > WS-SALDO-COMPRA
               DISPLAY "ADVERTENCIA: EL PAGO SUPERA EL SALDO "
                       "PENDIENTE DE LA COMPRA."
               DISPLAY "¿Registrar el pago de todos modos? (S/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR NOT = "S" AND CONFIRMAR NOT = "s"
                   MOVE 0 TO WS-MONTO-PAGO-PROV
               END-IF
           END-IF.

           IF WS-MONTO-PAGO-PROV = 0
               DISPLAY "Registro de pago cancelado."
           ELSE
               PERFORM 003-CAPTURAR-FORMA-PAGO-PROV
               DISPLAY "REFERENCIA DEL PAGO (ENTER SI NO APLICA): "
                   WITH NO ADVANCING
               ACCEPT WS-REFERENCIA-PAGO
               PERFORM 000-OBTENER-FECHA-SISTEMA
               MOVE COMPRA-RIF TO PAGO-PROV-RIF
               MOVE COMPRA-FACTURA TO PAGO-PROV-FACTURA
               ADD 1 TO WS-PAGO-PROV-SECUENCIA
               MOVE WS-PAGO-PROV-SECUENCIA TO PAGO-PROV-SECUENCIA
               MOVE WS-FECHA-LEGIBLE TO PAGO-PROV-FECHA
               MOVE WS-MONTO-PAGO-PROV TO PAGO-PROV-MONTO
               MOVE WS-FORMA-PAGO TO PAGO-PROV-FORMA-PAGO
               MOVE WS-REFERENCIA-PAGO TO PAGO-PROV-REFERENCIA
               MOVE WS-USUARIO-ACTUAL TO PAGO-PROV-USUARIO
               PERFORM 000-ABRIR-ARCHIVO-PAGOS-PROV
               WRITE PAGO-PROV-REG
                   INVALID KEY
                       DISPLAY "Error al registrar el pago. "
                               "Código: " FS-PAGOS-PROV
                   NOT INVALID KEY
                       DISPLAY "Pago registrado exitosamente."
                       ADD WS-MONTO-PAGO-PROV TO WS-TOTAL-PAGADO-PROV
               END-WRITE
               PERFORM 000-CERRAR-ARCHIVO-PAGOS-PROV
               IF WS-TOTAL-PAGADO-PROV NOT < COMPRA-TOTAL
                   MOVE "PAGADA" TO COMPRA-ESTADO
                   REWRITE COMPRA-REG
                       INVALID KEY
                           DISPLAY "Error al actualizar la "
                                   "compra. Código: " FS-COMPRAS
                       NOT INVALID KEY
                           DISPLAY "Los pagos cubren el total: "
                                   "compra marcada como PAGADA."
                   END-REWRITE
               ELSE
                   COMPUTE WS-SALDO-COMPRA =
                       COMPRA-TOTAL - WS-TOTAL-PAGADO-PROV
                   DISPLAY "SALDO PENDIENTE LUEGO DEL PAGO: "
                           WS-SALDO-COMPRA
               END-IF
           END-IF.

       003-CAPTURAR-FORMA-PAGO-PROV.
           MOVE SPACES TO WS-FORMA-PAGO.
           PERFORM UNTIL WS-FORMA-PAGO NOT = SPACES
               DISPLAY "FORMA DE PAGO (1=EFECTIVO, 2=TRANSFERENCIA, "
                       "3=PAGO MÓVIL, 4=DIVISAS, 5=CHEQUE): "
                       WITH NO ADVANCING
               ACCEPT WS-OPCION-PAGO
               EVALUATE WS-OPCION-PAGO
                   WHEN 1 MOVE "EFECTIVO" TO WS-FORMA-PAGO
                   WHEN 2 MOVE "TRANSFERENCIA" TO WS-FORMA-PAGO
                   WHEN 3 MOVE "PAGO MOVIL" TO WS-FORMA-PAGO
                   WHEN 4 MOVE "DIVISAS" TO WS-FORMA-PAGO
                   WHEN 5 MOVE "CHEQUE" TO WS-FORMA-PAGO
                   WHEN OTHER DISPLAY "Opción inválida, verifica."
               END-EVALUATE
           END-PERFORM.

       003-CALCULAR-PAGOS-COMPRA.
      *>  SUMA EN WS-TOTAL-PAGADO-PROV LOS PAGOS DE LA COMPRA EN
      *>  MEMORIA (COMPRA-RIF + COMPRA-FACTURA) Y DEJA EN
      *>  WS-PAGO-PROV-SECUENCIA LA ÚLTIMA SECUENCIA USADA.
           MOVE 0 TO WS-TOTAL-PAGADO-PROV.
           MOVE 0 TO WS-PAGO-PROV-SECUENCIA.
           PERFORM 000-ABRIR-ARCHIVO-PAGOS-PROV.
           MOVE COMPRA-RIF TO PAGO-PROV-RIF.
           MOVE COMPRA-FACTURA TO PAGO-PROV-FACTURA.
           MOVE 0 TO PAGO-PROV-SECUENCIA.
           START PAGOS-PROVEEDOR KEY IS NOT LESS THAN PAGO-PROV-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-PAGOS
                   PERFORM UNTIL WS-FIN-PAGOS = 1
                       READ PAGOS-PROVEEDOR NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-PAGOS
                           NOT AT END
                               IF PAGO-PROV-RIF = COMPRA-RIF
                                  AND PAGO-PROV-FACTURA =
                                      COMPRA-FACTURA
                                   ADD PAGO-PROV-MONTO
                                       TO WS-TOTAL-PAGADO-PROV
                                   MOVE PAGO-PROV-SECUENCIA
                                       TO WS-PAGO-PROV-SECUENCIA
                               ELSE
                                   MOVE 1 TO WS-FIN-PAGOS
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-PAGOS-PROV.

       003-VENCIMIENTO-COMPRA.
      *>  DEJA EN WS-EC-VENC-INT EL DÍA JULIANO DEL VENCIMIENTO DE LA
      *>  COMPRA EN MEMORIA; LAS COMPRAS ANTERIORES AL CONTROL DE
      *>  CUENTAS POR PAGAR NO TIENEN VENCIMIENTO Y VENCEN EL MISMO
      *>  DÍA DE SU FECHA.
           IF COMPRA-FECHA-VENCIMIENTO = SPACES
               MOVE COMPRA-FECHA TO COMPRA-FECHA-VENCIMIENTO
           END-IF.
           COMPUTE WS-FECHA-YYYYMMDD =
               FUNCTION NUMVAL(COMPRA-FECHA-VENCIMIENTO(7:4)) * 10000
               + FUNCTION NUMVAL(COMPRA-FECHA-VENCIMIENTO(4:2)) * 100
               + FUNCTION NUMVAL(COMPRA-FECHA-VENCIMIENTO(1:2)).
           COMPUTE WS-EC-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD).

       002-ANTIGUEDAD-CXP.
      *>  CUENTAS POR PAGAR CLASIFICADAS POR ANTIGÜEDAD CONTRA LA
      *>  FECHA DE VENCIMIENTO DE CADA COMPRA (AL DÍA, 1-30, 31-60,
      *>  61-90 Y MÁS DE 90 DÍAS), DE UN PROVEEDOR O DE TODOS.
      *>  REUTILIZA LOS ACUMULADOS DEL ESTADO DE CUENTA DE CLIENTES.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "ANTIGÜEDAD DE CUENTAS POR PAGAR: "
           DISPLAY "********************************"
           DISPLAY "RIF DEL PROVEEDOR (ENTER = TODOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CXP-PROVEEDOR.
           ACCEPT WS-CXP-PROVEEDOR.

           PERFORM 000-OBTENER-FECHA-SISTEMA.
           COMPUTE WS-FECHA-YYYYMMDD =
               WS-ANNO-EXTENDIDO * 10000
               + (WS-FECHA-MES OF WS-FECHA-FORMATO * 100)
               + WS-FECHA-DIA OF WS-FECHA-FORMATO.
           COMPUTE WS-EC-HOY-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD).

           MOVE 0 TO WS-EC-AL-DIA.
           MOVE 0 TO WS-EC-30.
           MOVE 0 TO WS-EC-60.
           MOVE 0 TO WS-EC-90.
           MOVE 0 TO WS-EC-MAS-90.
           MOVE 0 TO WS-EC-TOTAL.
           MOVE 0 TO WS-ENCONTRADO.

           MOVE "ANTIGUEDAD_CXP.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "ANTIGUEDAD DE CUENTAS POR PAGAR AL "
                  WS-FECHA-LEGIBLE
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COMPRAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF COMPRA-ESTADO NOT = "PAGADA"
                          AND (WS-CXP-PROVEEDOR = SPACES
                               OR COMPRA-RIF = WS-CXP-PROVEEDOR)
                           PERFORM 004-CXP-COMPRA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.

           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "SALDO AL DIA:       " WS-EC-AL-DIA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENCIDO 1-30 DIAS:  " WS-EC-30
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENCIDO 31-60 DIAS: " WS-EC-60
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENCIDO 61-90 DIAS: " WS-EC-90
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENCIDO +90 DIAS:   " WS-EC-MAS-90
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL POR PAGAR:    " WS-EC-TOTAL
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           IF WS-ENCONTRADO = 0
               DISPLAY " "
               DISPLAY "*** NO HAY COMPRAS PENDIENTES DE PAGO ***"
               DISPLAY " "
           ELSE
               DISPLAY " "
               DISPLAY "SALDO AL DIA:       " WS-EC-AL-DIA
               DISPLAY "VENCIDO 1-30 DIAS:  " WS-EC-30
               DISPLAY "VENCIDO 31-60 DIAS: " WS-EC-60
               DISPLAY "VENCIDO 61-90 DIAS: " WS-EC-90
               DISPLAY "VENCIDO +90 DIAS:   " WS-EC-MAS-90
               DISPLAY "TOTAL POR PAGAR:    " WS-EC-TOTAL
           END-IF.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-CXP-COMPRA.
      *>  CLASIFICA EL SALDO DE LA COMPRA EN MEMORIA POR ANTIGÜEDAD
      *>  Y LA ESCRIBE EN EL INFORME; LAS COMPRAS SIN SALDO (PAGOS QUE
      *>  YA LA CUBREN) NO APARECEN.
           PERFORM 003-CALCULAR-PAGOS-COMPRA.
           IF WS-TOTAL-PAGADO-PROV < COMPRA-TOTAL
               MOVE 1 TO WS-ENCONTRADO
               COMPUTE WS-SALDO-COMPRA =
                   COMPRA-TOTAL - WS-TOTAL-PAGADO-PROV
               PERFORM 003-VENCIMIENTO-COMPRA
               COMPUTE WS-EC-DIAS = WS-EC-HOY-INT - WS-EC-VENC-INT
               EVALUATE TRUE
                   WHEN WS-EC-DIAS NOT > 0
                       MOVE "AL DIA" TO WS-EC-BUCKET
                       ADD WS-SALDO-COMPRA TO WS-EC-AL-DIA
                   WHEN WS-EC-DIAS NOT > 30
                       MOVE "1-30 DIAS" TO WS-EC-BUCKET
                       ADD WS-SALDO-COMPRA TO WS-EC-30
                   WHEN WS-EC-DIAS NOT > 60
                       MOVE "31-60 DIAS" TO WS-EC-BUCKET
                       ADD WS-SALDO-COMPRA TO WS-EC-60
                   WHEN WS-EC-DIAS NOT > 90
                       MOVE "61-90 DIAS" TO WS-EC-BUCKET
                       ADD WS-SALDO-COMPRA TO WS-EC-90
                   WHEN OTHER
                       MOVE "MAS DE 90" TO WS-EC-BUCKET
                       ADD WS-SALDO-COMPRA TO WS-EC-MAS-90
               END-EVALUATE
               ADD WS-SALDO-COMPRA TO WS-EC-TOTAL
               DISPLAY "-> " COMPRA-RIF " FACTURA " COMPRA-FACTURA
                       " VENCE " COMPRA-FECHA-VENCIMIENTO
               DISPLAY "   TOTAL " COMPRA-TOTAL
                       " PAGADO " WS-TOTAL-PAGADO-PROV
                       " SALDO " WS-SALDO-COMPRA " " WS-EC-BUCKET
               MOVE SPACES TO REPORTE-LINEA
               STRING COMPRA-RIF " " COMPRA-FACTURA
                      " DEL " COMPRA-FECHA
                      " VENCE " COMPRA-FECHA-VENCIMIENTO
                      " TOTAL " COMPRA-TOTAL
                      " PAGADO " WS-TOTAL-PAGADO-PROV
                      " SALDO " WS-SALDO-COMPRA
                      " " WS-EC-BUCKET
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

       002-PROYECCION-VENCIMIENTOS.
      *>  PROYECCIÓN DE PAGOS A PROVEEDORES POR SEMANA: LOS SALDOS
      *>  PENDIENTES SE AGRUPAN POR LA SEMANA EN QUE VENCEN, DESDE HOY
      *>  Y POR OCHO SEMANAS; LO YA VENCIDO Y LO POSTERIOR VAN APARTE.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "PROYECCIÓN SEMANAL DE VENCIMIENTOS: "
           DISPLAY "********************************"

           PERFORM 000-OBTENER-FECHA-SISTEMA.
           COMPUTE WS-FECHA-YYYYMMDD =
               WS-ANNO-EXTENDIDO * 10000
               + (WS-FECHA-MES OF WS-FECHA-FORMATO * 100)
               + WS-FECHA-DIA OF WS-FECHA-FORMATO.
           COMPUTE WS-EC-HOY-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD).

           MOVE 0 TO WS-PY-VENCIDO.
           MOVE 0 TO WS-PY-POSTERIOR.
           MOVE 0 TO WS-PY-TOTAL.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 8
               MOVE 0 TO WS-PY-MONTO(WS-PY-IDX)
               COMPUTE WS-PY-INT =
                   WS-EC-HOY-INT + (WS-PY-IDX - 1) * 7
               COMPUTE WS-FECHA-VENC-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-PY-INT)
               STRING WS-FECHA-VENC-YYYYMMDD(7:2) "/"
                      WS-FECHA-VENC-YYYYMMDD(5:2) "/"
                      WS-FECHA-VENC-YYYYMMDD(1:4)
                      DELIMITED BY SIZE
                      INTO WS-PY-DESDE(WS-PY-IDX)
               ADD 6 TO WS-PY-INT
               COMPUTE WS-FECHA-VENC-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-PY-INT)
               STRING WS-FECHA-VENC-YYYYMMDD(7:2) "/"
                      WS-FECHA-VENC-YYYYMMDD(5:2) "/"
                      WS-FECHA-VENC-YYYYMMDD(1:4)
                      DELIMITED BY SIZE
                      INTO WS-PY-HASTA(WS-PY-IDX)
           END-PERFORM.

           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COMPRAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF COMPRA-ESTADO NOT = "PAGADA"
                           PERFORM 004-PROYECTAR-COMPRA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.

           MOVE "PROYECCION_CXP.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PROYECCION SEMANAL DE PAGOS A PROVEEDORES AL "
                  WS-FECHA-LEGIBLE
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "YA VENCIDO:                        " WS-PY-VENCIDO
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY "YA VENCIDO:                        " WS-PY-VENCIDO.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 8
               MOVE SPACES TO REPORTE-LINEA
               STRING "SEMANA " WS-PY-IDX
                      " DEL " WS-PY-DESDE(WS-PY-IDX)
                      " AL " WS-PY-HASTA(WS-PY-IDX)
                      ": " WS-PY-MONTO(WS-PY-IDX)
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY "SEMANA " WS-PY-IDX
                       " DEL " WS-PY-DESDE(WS-PY-IDX)
                       " AL " WS-PY-HASTA(WS-PY-IDX)
                       ": " WS-PY-MONTO(WS-PY-IDX)
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "POSTERIOR A OCHO SEMANAS:          " WS-PY-POSTERIOR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL POR PAGAR:                   " WS-PY-TOTAL
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "POSTERIOR A OCHO SEMANAS:          "
                   WS-PY-POSTERIOR.
           DISPLAY "TOTAL POR PAGAR:                   " WS-PY-TOTAL.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-PROYECTAR-COMPRA.
      *>  UBICA EL SALDO DE LA COMPRA EN MEMORIA EN LA SEMANA DE SU
      *>  VENCIMIENTO (O EN VENCIDO / POSTERIOR).
           PERFORM 003-CALCULAR-PAGOS-COMPRA.
           IF WS-TOTAL-PAGADO-PROV < COMPRA-TOTAL
               COMPUTE WS-SALDO-COMPRA =
                   COMPRA-TOTAL - WS-TOTAL-PAGADO-PROV
               PERFORM 003-VENCIMIENTO-COMPRA
               COMPUTE WS-EC-DIAS = WS-EC-VENC-INT - WS-EC-HOY-INT
               EVALUATE TRUE
                   WHEN WS-EC-DIAS < 0
                       ADD WS-SALDO-COMPRA TO WS-PY-VENCIDO
                   WHEN WS-EC-DIAS > 55
                       ADD WS-SALDO-COMPRA TO WS-PY-POSTERIOR
                   WHEN OTHER
                       COMPUTE WS-PY-IDX = WS-EC-DIAS / 7 + 1
                       ADD WS-SALDO-COMPRA TO WS-PY-MONTO(WS-PY-IDX)
               END-EVALUATE
               ADD WS-SALDO-COMPRA TO WS-PY-TOTAL
           END-IF.

       *> COCINA: INGREDIENTES Y RECETAS
       *>  -------------------------------------------------------------

       001-SUBMENU-COCINA.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+       COCINA: INGREDIENTES Y RECETAS       +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - REGISTRAR/MODIFICAR INGREDIENTE".
           DISPLAY "2 - ELIMINAR INGREDIENTE".
           DISPLAY "3 - CONSULTAR INGREDIENTE".
           DISPLAY "4 - ENTRADA DE ALMACÉN DE COCINA".
           DISPLAY "5 - ARMAR/MODIFICAR RECETA DE UN PLATO".
           DISPLAY "6 - CONSULTAR RECETA DE UN PLATO".
           DISPLAY "7 - INGREDIENTES BAJO MÍNIMO".
           DISPLAY "8 - PANTALLA DE PEDIDOS PENDIENTES".
           DISPLAY "9 - CAMBIAR ESTADO DE UN PEDIDO".
           DISPLAY "10 - TIEMPOS DE PREPARACIÓN DEL DÍA".
           DISPLAY "11 - ESTACIÓN POR CATEGORÍA DE PRODUCTO".
           DISPLAY "----------------------------------------------".
           DISPLAY "12 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-REGISTRAR-INGREDIENTE
           WHEN 2 PERFORM     002-ELIMINAR-INGREDIENTE
           WHEN 3 PERFORM     002-CONSULTAR-INGREDIENTE
           WHEN 4 PERFORM     002-ENTRADA-COCINA
           WHEN 5 PERFORM     002-ARMAR-RECETA
           WHEN 6 PERFORM     002-CONSULTAR-RECETA
           WHEN 7 PERFORM     002-INGREDIENTES-BAJO-MINIMO
           WHEN 8 PERFORM     002-PANTALLA-COCINA
           WHEN 9 PERFORM     002-CAMBIAR-ESTADO-PEDIDO
           WHEN 10 PERFORM    002-TIEMPOS-PREPARACION
           WHEN 11 PERFORM    002-ESTACIONES-CATEGORIA
           WHEN 12 PERFORM    000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       002-REGISTRAR-INGREDIENTE.
                DISPLAY " ".
                DISPLAY "REGISTRO Y/O ACTUALIZACIÓN DE INGREDIENTES.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL INGREDIENTE: " WITH NO ADVANCING.
                ACCEPT INGREDIENTE-CODIGO.

                PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
                    READ INGREDIENTES
                        KEY IS INGREDIENTE-CODIGO
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: INGREDIENTE YA EXISTE, "
                                 "LOS DATOS QUE INTRODUZCA "
                                 "ACTUALIZARAN LOS YA EXISTENTES+++"
                     DISPLAY " "
                END-IF.
            *>  ENTRADA DE DATOS
                DISPLAY "NOMBRE DEL INGREDIENTE: " WITH NO ADVANCING.
                ACCEPT INGREDIENTE-NOMBRE.
                DISPLAY "UNIDAD MÍNIMA (GR, ML, UND...): "
                    WITH NO ADVANCING.
                ACCEPT INGREDIENTE-UNIDAD.
                DISPLAY "EXISTENCIA ACTUAL (EN ESA UNIDAD): "
                    WITH NO ADVANCING.
                ACCEPT INGREDIENTE-EXISTENCIA.
                DISPLAY "EXISTENCIA MÍNIMA (PUNTO DE REPOSICIÓN): "
                    WITH NO ADVANCING.
                ACCEPT INGREDIENTE-MINIMO.
            *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
            *>  EL COSTO PROMEDIO LO ALIMENTAN LAS ENTRADAS DE COCINA
                PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
                IF WS-CONSULTA = 0
                    MOVE 0 TO INGREDIENTE-COSTO-PROMEDIO
                    WRITE INGREDIENTE-REG
                        INVALID KEY
                            DISPLAY "Error al registrar el "
                            "ingrediente. Código: " FS-INGREDIENTES
                        NOT INVALID KEY
                            DISPLAY "Ingrediente registrado "
                                    "exitosamente."
                    END-WRITE
                ELSE
                    REWRITE INGREDIENTE-REG
                        INVALID KEY
                            DISPLAY "Error al actualizar el "
                            "ingrediente. Código: " FS-INGREDIENTES
                        NOT INVALID KEY
                            DISPLAY "Ingrediente actualizado "
                                    "exitosamente."
                    END-REWRITE
                END-IF.
                PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.
                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-ELIMINAR-INGREDIENTE.
                DISPLAY " ".
                DISPLAY "ELIMINACIÓN DE INGREDIENTES.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL INGREDIENTE: " WITH NO ADVANCING.
                ACCEPT INGREDIENTE-CODIGO.

                PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
                    READ INGREDIENTES
                        KEY IS INGREDIENTE-CODIGO
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: INGREDIENTE "
                                 "ENCONTRADO. ¿DESEA ELIMINARLO?+++"
                     DISPLAY " "
                     DISPLAY "¿Está seguro de eliminar el "
                             "ingrediente " INGREDIENTE-NOMBRE
                             "? (S/N): "
                     ACCEPT CONFIRMAR

                     IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                        MOVE "ELIMINAR INGREDIENTE" TO WS-AUD-ACCION
                        MOVE INGREDIENTE-CODIGO TO WS-AUD-CLAVE
                        STRING "NOMBRE:"
                               FUNCTION TRIM(INGREDIENTE-NOMBRE)
                               " EXISTENCIA:"
                               INGREDIENTE-EXISTENCIA
                               DELIMITED BY SIZE
                               INTO WS-AUD-VALOR-ANTERIOR
                        PERFORM 000-REGISTRAR-AUDITORIA
                        PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES
                        DELETE INGREDIENTES
                            INVALID KEY
                                DISPLAY "Error al eliminar el "
                                        "ingrediente. Código: "
                                        FS-INGREDIENTES
                            NOT INVALID KEY
                                DISPLAY "Ingrediente eliminado "
                                        "exitosamente"
                        END-DELETE
                        PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES
                     ELSE
                        DISPLAY "Eliminación cancelada."
                     END-IF
                ELSE
                    DISPLAY "Ingrediente no encontrado."
                END-IF.

                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-CONSULTAR-INGREDIENTE.
           DISPLAY "Ingrese Código de Ingrediente a consultar: "
               WITH NO ADVANCING.
           ACCEPT INGREDIENTE-CODIGO.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           READ INGREDIENTES
               KEY IS INGREDIENTE-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente no encontrado."
               NOT INVALID KEY
                   DISPLAY "Nombre: " INGREDIENTE-NOMBRE
                   DISPLAY "Unidad: " INGREDIENTE-UNIDAD
                   DISPLAY "Existencia: " INGREDIENTE-EXISTENCIA
                   DISPLAY "Mínimo: " INGREDIENTE-MINIMO
                   IF INGREDIENTE-COSTO-PROMEDIO IS NUMERIC
                       DISPLAY "Costo promedio por "
                               INGREDIENTE-UNIDAD ": "
                               INGREDIENTE-COSTO-PROMEDIO
                   END-IF
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-ENTRADA-COCINA.
      *>  ENTRADA AL ALMACÉN DE COCINA (COMPRA DE MERCADO,
      *>  REPOSICIÓN), CON SU ASIENTO EN EL KARDEX. EL COSTO SE PIDE
      *>  POR EL TOTAL DE LO QUE ENTRA (LA UNIDAD MÍNIMA ES GR/ML) Y
      *>  SE PROMEDIA CONTRA LA EXISTENCIA DEL INGREDIENTE.
                DISPLAY " ".
                DISPLAY "ENTRADA DE ALMACÉN DE COCINA.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL INGREDIENTE: " WITH NO ADVANCING.
                ACCEPT INGREDIENTE-CODIGO.
                PERFORM 003-BUSCAR-INGREDIENTE.

                IF WS-INGREDIENTE-ENCONTRADO = 1
                    DISPLAY "CANTIDAD QUE ENTRA (EN "
                            INGREDIENTE-UNIDAD "): "
                        WITH NO ADVANCING
                    ACCEPT WS-CANT-INGREDIENTE
                    DISPLAY "COSTO TOTAL DE LO QUE ENTRA EN BS "
                            "(0 = AL COSTO PROMEDIO): "
                        WITH NO ADVANCING
                    ACCEPT WS-COSTO-TOTAL-ENTRADA
                    MOVE 0 TO WS-COSTO-ENTRADA
                    IF WS-COSTO-TOTAL-ENTRADA > 0
                       AND WS-CANT-INGREDIENTE > 0
                        COMPUTE WS-COSTO-ENTRADA ROUNDED =
                            WS-COSTO-TOTAL-ENTRADA
                            / WS-CANT-INGREDIENTE
                    END-IF
                    DISPLAY "MOTIVO (COMPRA, REPOSICIÓN...): "
                        WITH NO ADVANCING
                    ACCEPT WS-MOTIVO-MOVIMIENTO
                    PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES
                    READ INGREDIENTES
                        KEY IS INGREDIENTE-CODIGO
                        INVALID KEY
                            DISPLAY "Ingrediente no encontrado."
                        NOT INVALID KEY
                            PERFORM 003-PROMEDIAR-COSTO-INGREDIENTE
                            ADD WS-CANT-INGREDIENTE
                                TO INGREDIENTE-EXISTENCIA
                            REWRITE INGREDIENTE-REG
                                INVALID KEY
                                    DISPLAY "Error al actualizar la "
                                            "existencia. Código: "
                                            FS-INGREDIENTES
                                NOT INVALID KEY
                                    MOVE "ENTRADA"
                                        TO WS-TIPO-MOVIMIENTO
                                    PERFORM 003-KARDEX-INGREDIENTE
                                    DISPLAY "Entrada registrada. "
                                            "Nueva existencia: "
                                            INGREDIENTE-EXISTENCIA
                                    DISPLAY "Costo promedio por "
                                            INGREDIENTE-UNIDAD ": "
                                            INGREDIENTE-COSTO-PROMEDIO
                            END-REWRITE
                    END-READ
                    PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES
                END-IF.

                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-ARMAR-RECETA.
      *>  ARMA O MODIFICA LA RECETA DE UN PLATO DE LA CARTA: UNA
      *>  LÍNEA POR INGREDIENTE CON SU CANTIDAD POR RACIÓN EN LA
      *>  UNIDAD MÍNIMA DEL INGREDIENTE. CANTIDAD CERO ELIMINA LA
      *>  LÍNEA DE LA RECETA.
           DISPLAY " ".
           DISPLAY "ARMADO DE RECETA POR PLATO.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".

           DISPLAY "CÓDIGO DEL PLATO (ver CARTA): "
               WITH NO ADVANCING.
           ACCEPT PRODUCTO-CODIGO.
           PERFORM 003-BUSCAR-PRODUCTO.
           IF WS-PRODUCTO-ENCONTRADO = 0
               DISPLAY "Producto inválido."
           ELSE
               MOVE PRODUCTO-CODIGO TO WS-PRODUCTO-RECETA
               MOVE 'S' TO WS-MAS-PRODUCTOS
               PERFORM 000-ABRIR-ARCHIVO-RECETAS
               PERFORM UNTIL WS-MAS-PRODUCTOS = 'N'
                          OR WS-MAS-PRODUCTOS = 'n'
                   DISPLAY "CÓDIGO DEL INGREDIENTE: "
                       WITH NO ADVANCING
                   ACCEPT INGREDIENTE-CODIGO
                   PERFORM 003-BUSCAR-INGREDIENTE
                   IF WS-INGREDIENTE-ENCONTRADO = 1
                       PERFORM 003-CAPTURAR-LINEA-RECETA
                   ELSE
                       DISPLAY "Ingrediente inválido, regístrelo "
                               "primero en el almacén de cocina."
                   END-IF
                   DISPLAY "¿Otro ingrediente para esta receta? "
                           "(S/N): " WITH NO ADVANCING
                   ACCEPT WS-MAS-PRODUCTOS
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-RECETAS
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-CAPTURAR-LINEA-RECETA.
      *>  EL ARCHIVO DE RECETAS YA ESTÁ ABIERTO EN I-O. GRABA,
      *>  ACTUALIZA O ELIMINA LA LÍNEA DEL INGREDIENTE EN MEMORIA
      *>  PARA EL PLATO EN WS-PRODUCTO-RECETA.
           DISPLAY "CANTIDAD POR RACIÓN EN " INGREDIENTE-UNIDAD
                   " (0 = QUITAR DE LA RECETA): " WITH NO ADVANCING.
           ACCEPT WS-CANT-INGREDIENTE.
           MOVE WS-PRODUCTO-RECETA TO RECETA-PRODUCTO.
           MOVE INGREDIENTE-CODIGO TO RECETA-INGREDIENTE.
           READ RECETAS
               KEY IS RECETA-CLAVE
               INVALID KEY
                   IF WS-CANT-INGREDIENTE = 0
                       DISPLAY "Ese ingrediente no estaba en la "
                               "receta."
                   ELSE
                       MOVE WS-CANT-INGREDIENTE TO RECETA-CANTIDAD
                       WRITE RECETA-REG
                           INVALID KEY
                               DISPLAY "Error al grabar la línea "
                                       "de receta. Código: "
                                       FS-RECETAS
                           NOT INVALID KEY
                               DISPLAY "Ingrediente agregado a la "
                                       "receta."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-CANT-INGREDIENTE = 0
                       DELETE RECETAS
                           INVALID KEY
                               DISPLAY "Error al quitar la línea "
                                       "de receta. Código: "
                                       FS-RECETAS
                           NOT INVALID KEY
                               DISPLAY "Ingrediente quitado de la "
                                       "receta."
                       END-DELETE
                   ELSE
                       MOVE WS-CANT-INGREDIENTE TO RECETA-CANTIDAD
                       REWRITE RECETA-REG
                           INVALID KEY
                               DISPLAY "Error al actualizar la "
                                       "línea de receta. Código: "
                                       FS-RECETAS
                           NOT INVALID KEY
                               DISPLAY "Cantidad por ración "
                                       "actualizada."
                       END-REWRITE
                   END-IF
           END-READ.

       002-CONSULTAR-RECETA.
           DISPLAY "CÓDIGO DEL PLATO (ver CARTA): "
               WITH NO ADVANCING.
           ACCEPT PRODUCTO-CODIGO.
           PERFORM 003-BUSCAR-PRODUCTO.
           IF WS-PRODUCTO-ENCONTRADO = 1
               MOVE PRODUCTO-CODIGO TO WS-PRODUCTO-RECETA
               MOVE 0 TO WS-ENCONTRADO
               MOVE 0 TO WS-COSTO-RECETA
               PERFORM 000-ABRIR-ARCHIVO-RECETAS
               MOVE WS-PRODUCTO-RECETA TO RECETA-PRODUCTO
               MOVE LOW-VALUES TO RECETA-INGREDIENTE
               START RECETAS KEY IS NOT LESS THAN RECETA-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-FIN-RECETA
                       PERFORM UNTIL WS-FIN-RECETA = 1
                           READ RECETAS NEXT RECORD
                               AT END
                                   MOVE 1 TO WS-FIN-RECETA
                               NOT AT END
                                   IF RECETA-PRODUCTO =
                                      WS-PRODUCTO-RECETA
                                       MOVE 1 TO WS-ENCONTRADO
                                       PERFORM
                                           004-COSTO-LINEA-RECETA
                                       DISPLAY "  Ingrediente: "
                                               RECETA-INGREDIENTE
                                               " Cantidad por "
                                               "ración: "
                                               RECETA-CANTIDAD
                                               " Costo: "
                                               WS-COSTO-LINEA-RECETA
                                   ELSE
                                       MOVE 1 TO WS-FIN-RECETA
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               PERFORM 000-CERRAR-ARCHIVO-RECETAS
               IF WS-ENCONTRADO = 0
                   DISPLAY "Este plato no tiene receta armada."
               ELSE
                   PERFORM 003-PRECIO-SIN-IVA
                   DISPLAY "COSTO DE LA RACIÓN SEGÚN RECETA: "
                           WS-COSTO-RECETA
                   DISPLAY "PRECIO DE CARTA SIN IVA:         "
                           WS-PRECIO-NETO
                   IF WS-PRECIO-NETO > 0
                       COMPUTE WS-FOOD-COST-PCT ROUNDED =
                           WS-COSTO-RECETA * 100 / WS-PRECIO-NETO
                       DISPLAY "FOOD COST DEL PLATO:             "
                               WS-FOOD-COST-PCT " %"
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-INGREDIENTES-BAJO-MINIMO.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "INGREDIENTES BAJO MÍNIMO: "
           DISPLAY "********************************"

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           PERFORM 004-LEE-SIG-INGREDIENTE.

           MOVE "INGREDIENTES_BAJO_MINIMO.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 004-IMPRIME-ING-BAJO-MINIMO
               UNTIL WS-FIN-ARCHIVO = 1.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY INGREDIENTES BAJO MÍNIMO ***"
               DISPLAY " "
           END-IF.

           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-INGREDIENTE.
           READ INGREDIENTES NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-ARCHIVO
               NOT AT END
                   CONTINUE
           END-READ.

       004-IMPRIME-ING-BAJO-MINIMO.
           IF INGREDIENTE-EXISTENCIA NOT > INGREDIENTE-MINIMO THEN
               DISPLAY "------------------------------------------"
               DISPLAY "-> CÓDIGO: " INGREDIENTE-CODIGO
               DISPLAY " - NOMBRE: " INGREDIENTE-NOMBRE
               DISPLAY " - UNIDAD: " INGREDIENTE-UNIDAD
               DISPLAY " - EXISTENCIA: " INGREDIENTE-EXISTENCIA
                       " MÍNIMO: " INGREDIENTE-MINIMO
               MOVE 1 TO WS-ENCONTRADO
               STRING INGREDIENTE-CODIGO DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      INGREDIENTE-NOMBRE DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      INGREDIENTE-UNIDAD DELIMITED BY SIZE
                      " | EXISTENCIA: " DELIMITED BY SIZE
                      INGREDIENTE-EXISTENCIA DELIMITED BY SIZE
                      " | MINIMO: " DELIMITED BY SIZE
                      INGREDIENTE-MINIMO DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

           PERFORM 004-LEE-SIG-INGREDIENTE.

       *> CAJA: SESIONES, ARQUEO Y CIERRE Z
       *>  -------------------------------------------------------------

       001-SUBMENU-CAJA.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+     CAJA: APERTURA, ARQUEO Y CIERRE Z      +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - ABRIR CAJA (DECLARAR FONDO INICIAL)".
           DISPLAY "2 - CERRAR CAJA (ARQUEO Y CIERRE Z)".
           DISPLAY "3 - REIMPRIMIR UN CIERRE ANTERIOR".
           DISPLAY "4 - CONCILIACIÓN BANCARIA (PUNTO Y PAGO MÓVIL)".
           DISPLAY "5 - COBROS PENDIENTES DE CONCILIAR".
           DISPLAY "----------------------------------------------".
           DISPLAY "6 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-ABRIR-CAJA
           WHEN 2 PERFORM     002-CERRAR-CAJA-Z
           WHEN 3 PERFORM     002-REIMPRIMIR-CIERRE
           WHEN 4 PERFORM     002-CONCILIAR-BANCO
           WHEN 5 PERFORM     002-COBROS-POR-CONCILIAR
           WHEN 6 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       003-LEER-SESION-CAJA.
      *>  CARGA EN MEMORIA LA SESIÓN DE CAJA VIGENTE. SI EL ARCHIVO
      *>  NO EXISTE TODAVÍA, LA SESIÓN SE CONSIDERA CERRADA.
           MOVE "CERRADA" TO SESION-ESTADO.
           MOVE SPACES TO SESION-FECHA.
           MOVE 0 TO SESION-FONDO.
           MOVE SPACES TO SESION-USUARIO.
           OPEN INPUT SESION-CAJA.
           IF FS-SESION = "00"
               READ SESION-CAJA
                   AT END
                       MOVE "CERRADA" TO SESION-ESTADO
               END-READ
               CLOSE SESION-CAJA
           ELSE
               IF FS-SESION NOT = "35"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-SESION
                   PERFORM 000-REINTENTAR-OPERACION
               END-IF
           END-IF.

       003-GRABAR-SESION-CAJA.
      *>  REESCRIBE EL ÚNICO REGISTRO DE LA SESIÓN DE CAJA.
           OPEN OUTPUT SESION-CAJA.
           IF FS-SESION NOT = "00"
               DISPLAY "Error al abrir el archivo. Código: "
                       FS-SESION
               PERFORM 000-REINTENTAR-OPERACION
           END-IF.
           WRITE SESION-REG.
           CLOSE SESION-CAJA.

       003-VERIFICAR-SESION-CAJA.
      *>  DEJA WS-SESION-ABIERTA EN 1 SOLO SI HAY UNA SESIÓN DE
      *>  CAJA EN ESTADO ABIERTA.
           PERFORM 003-LEER-SESION-CAJA.
           IF SESION-ESTADO = "ABIERTA"
               MOVE 1 TO WS-SESION-ABIERTA
           ELSE
               MOVE 0 TO WS-SESION-ABIERTA
           END-IF.

       002-ABRIR-CAJA.
           DISPLAY " ".
           DISPLAY "APERTURA DE CAJA.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           PERFORM 003-LEER-SESION-CAJA.
           IF SESION-ESTADO = "ABIERTA"
               DISPLAY "YA HAY UNA SESIÓN ABIERTA DESDE EL "
                       SESION-FECHA " CON FONDO " SESION-FONDO
               DISPLAY "CIÉRRELA CON EL CIERRE Z ANTES DE ABRIR "
                       "OTRA."
           ELSE
               PERFORM 000-OBTENER-FECHA-SISTEMA
               DISPLAY "FONDO INICIAL DE CAJA (EFECTIVO EN BS): "
                   WITH NO ADVANCING
               ACCEPT SESION-FONDO
               MOVE "ABIERTA" TO SESION-ESTADO
               MOVE WS-FECHA-LEGIBLE TO SESION-FECHA
               MOVE WS-USUARIO-ACTUAL TO SESION-USUARIO
               PERFORM 003-GRABAR-SESION-CAJA
               MOVE "ABRIR CAJA" TO WS-AUD-ACCION
               MOVE SESION-FECHA TO WS-AUD-CLAVE
               STRING "FONDO INICIAL:" SESION-FONDO
                      DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANTERIOR
               PERFORM 000-REGISTRAR-AUDITORIA
               DISPLAY "CAJA ABIERTA EL " SESION-FECHA
                       " CON FONDO " SESION-FONDO
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-CERRAR-CAJA-Z.
      *>  CIERRE Z: SUMA LOS COBROS DEL DÍA DE LA SESIÓN DESDE
      *>  COBROS.TXT DESGLOSADOS POR FORMA DE PAGO, LOS COMPARA
      *>  CONTRA LO CONTADO FÍSICAMENTE POR EL CAJERO Y GRABA EL
      *>  CIERRE CON NÚMERO CONSECUTIVO PARA PODER REIMPRIMIRLO.
           DISPLAY " ".
           DISPLAY "CIERRE DE CAJA (ARQUEO Y CIERRE Z).".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           PERFORM 003-LEER-SESION-CAJA.
           IF SESION-ESTADO NOT = "ABIERTA"
               DISPLAY "NO HAY SESIÓN DE CAJA ABIERTA QUE CERRAR."
           ELSE
               PERFORM 003-ARQUEO-COBROS-DIA
               DISPLAY "SESIÓN ABIERTA EL " SESION-FECHA
                       " CON FONDO " SESION-FONDO
               DISPLAY " "
               DISPLAY "SEGÚN EL SISTEMA (COBROS DEL DÍA):"
               DISPLAY "  EFECTIVO:       " WS-ARQ-SIS-EFECTIVO
               DISPLAY "  PUNTO DE VENTA: " WS-ARQ-SIS-PUNTO
               DISPLAY "  PAGO MÓVIL:     " WS-ARQ-SIS-MOVIL
               DISPLAY "  DIVISAS (BS):   " WS-ARQ-SIS-DIVISAS
               DISPLAY "  IGTF PERCIBIDO (INCLUIDO EN DIVISAS): "
                       WS-ARQ-SIS-IGTF
               DISPLAY " "
               DISPLAY "INTRODUZCA LO CONTADO FÍSICAMENTE "
                       "(SIN EL FONDO INICIAL):"
               DISPLAY "  EFECTIVO CONTADO: " WITH NO ADVANCING
               ACCEPT WS-ARQ-FIS-EFECTIVO
               DISPLAY "  PUNTO DE VENTA (LOTE): " WITH NO ADVANCING
               ACCEPT WS-ARQ-FIS-PUNTO
               DISPLAY "  PAGO MÓVIL (ESTADO DE CUENTA): "
                   WITH NO ADVANCING
               ACCEPT WS-ARQ-FIS-MOVIL
               DISPLAY "  DIVISAS CONTADAS (EN BS): "
                   WITH NO ADVANCING
               ACCEPT WS-ARQ-FIS-DIVISAS
               COMPUTE WS-ARQ-SIS-TOTAL =
                   WS-ARQ-SIS-EFECTIVO + WS-ARQ-SIS-PUNTO
                   + WS-ARQ-SIS-MOVIL + WS-ARQ-SIS-DIVISAS
               COMPUTE WS-ARQ-FIS-TOTAL =
                   WS-ARQ-FIS-EFECTIVO + WS-ARQ-FIS-PUNTO
                   + WS-ARQ-FIS-MOVIL + WS-ARQ-FIS-DIVISAS
               PERFORM 003-PROXIMO-NUMERO-CIERRE
               MOVE WS-ULTIMO-CIERRE TO CIERRE-NUMERO
               MOVE SESION-FECHA TO CIERRE-FECHA
               MOVE SESION-FONDO TO CIERRE-FONDO
               MOVE WS-ARQ-SIS-EFECTIVO TO CIERRE-SIS-EFECTIVO
               MOVE WS-ARQ-SIS-PUNTO TO CIERRE-SIS-PUNTO
               MOVE WS-ARQ-SIS-MOVIL TO CIERRE-SIS-MOVIL
               MOVE WS-ARQ-SIS-DIVISAS TO CIERRE-SIS-DIVISAS
               MOVE WS-ARQ-FIS-EFECTIVO TO CIERRE-FIS-EFECTIVO
               MOVE WS-ARQ-FIS-PUNTO TO CIERRE-FIS-PUNTO
               MOVE WS-ARQ-FIS-MOVIL TO CIERRE-FIS-MOVIL
               MOVE WS-ARQ-FIS-DIVISAS TO CIERRE-FIS-DIVISAS
               IF WS-ARQ-FIS-TOTAL NOT < WS-ARQ-SIS-TOTAL
                   MOVE "+" TO CIERRE-DIF-SIGNO
                   COMPUTE CIERRE-DIFERENCIA =
                       WS-ARQ-FIS-TOTAL - WS-ARQ-SIS-TOTAL
               ELSE
                   MOVE "-" TO CIERRE-DIF-SIGNO
                   COMPUTE CIERRE-DIFERENCIA =
                       WS-ARQ-SIS-TOTAL - WS-ARQ-FIS-TOTAL
               END-IF
               MOVE SESION-USUARIO TO CIERRE-USUARIO
               MOVE WS-ARQ-SIS-IGTF TO CIERRE-SIS-IGTF
               DISPLAY " "
               DISPLAY "TOTAL SISTEMA:  " WS-ARQ-SIS-TOTAL
               DISPLAY "TOTAL CONTADO:  " WS-ARQ-FIS-TOTAL
               IF CIERRE-DIFERENCIA = 0
                   DISPLAY "CAJA CUADRADA, SIN DIFERENCIA."
               ELSE
                   IF CIERRE-DIF-SIGNO = "+"
                       DISPLAY "SOBRANTE DE CAJA: "
                               CIERRE-DIFERENCIA
                   ELSE
                       DISPLAY "FALTANTE DE CAJA: "
                               CIERRE-DIFERENCIA
                   END-IF
               END-IF
               PERFORM 000-ABRIR-ARCHIVO-CIERRES
               WRITE CIERRE-REG
                   INVALID KEY
                       DISPLAY "Error al grabar el cierre. "
                               "Código: " FS-CIERRES
                   NOT INVALID KEY
                       DISPLAY "CIERRE Z GRABADO CON EL NÚMERO: "
                               CIERRE-NUMERO
                       PERFORM 003-IMPRIMIR-CIERRE
                       MOVE "CERRAR CAJA" TO WS-AUD-ACCION
                       MOVE CIERRE-NUMERO TO WS-AUD-CLAVE
                       STRING "FECHA:" CIERRE-FECHA
                              " SISTEMA:" WS-ARQ-SIS-TOTAL
                              " CONTADO:" WS-ARQ-FIS-TOTAL
                              " DIF:" CIERRE-DIF-SIGNO
                              CIERRE-DIFERENCIA
                              DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-ANTERIOR
                       PERFORM 000-REGISTRAR-AUDITORIA
                       MOVE "CERRADA" TO SESION-ESTADO
                       PERFORM 003-GRABAR-SESION-CAJA
                       DISPLAY "SESIÓN DE CAJA CERRADA."
               END-WRITE
               PERFORM 000-CERRAR-ARCHIVO-CIERRES
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-ARQUEO-COBROS-DIA.
      *>  SUMA EN WS-ARQ-SIS-* LOS COBROS DE COBROS.TXT CON FECHA
      *>  IGUAL A LA DE LA SESIÓN, DESGLOSADOS POR FORMA DE PAGO. LAS
      *>  DIVISAS INCLUYEN EL IGTF COBRADO, QUE ADEMÁS SE ACUMULA EN
      *>  WS-ARQ-SIS-IGTF.
           MOVE 0 TO WS-ARQ-SIS-EFECTIVO.
           MOVE 0 TO WS-ARQ-SIS-PUNTO.
           MOVE 0 TO WS-ARQ-SIS-MOVIL.
           MOVE 0 TO WS-ARQ-SIS-DIVISAS.
           MOVE 0 TO WS-ARQ-SIS-IGTF.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COBROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF COBRO-FECHA = SESION-FECHA
                           EVALUATE COBRO-FORMA-PAGO
                               WHEN "EFECTIVO"
                                   ADD COBRO-MONTO
                                       TO WS-ARQ-SIS-EFECTIVO
                               WHEN "PUNTO DE VENTA"
                                   ADD COBRO-MONTO
                                       TO WS-ARQ-SIS-PUNTO
                               WHEN "PAGO MOVIL"
                                   ADD COBRO-MONTO
                                       TO WS-ARQ-SIS-MOVIL
                               WHEN "DIVISAS"
                                   ADD COBRO-MONTO
                                       TO WS-ARQ-SIS-DIVISAS
      *>  EL IGTF SE RECIBE JUNTO CON LAS DIVISAS Y SE TOTALIZA APARTE
                                   IF COBRO-IGTF IS NUMERIC
                                       ADD COBRO-IGTF
                                           TO WS-ARQ-SIS-DIVISAS
                                       ADD COBRO-IGTF
                                           TO WS-ARQ-SIS-IGTF
                                   END-IF
                               WHEN OTHER
                                   ADD COBRO-MONTO
                                       TO WS-ARQ-SIS-EFECTIVO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.

       000-ABRIR-ARCHIVO-CIERRES.
           OPEN I-O CIERRES-CAJA.
           IF FS-CIERRES = "35"
              OPEN OUTPUT CIERRES-CAJA
              CLOSE CIERRES-CAJA
              OPEN I-O CIERRES-CAJA
           END-IF.
           IF FS-CIERRES NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-CIERRES
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-CIERRES.
           CLOSE CIERRES-CAJA.

       000-ABRIR-ARCHIVO-CUENTAS.
           OPEN I-O CUENTAS-CONTABLES.
           IF FS-CUENTAS = "35"
              OPEN OUTPUT CUENTAS-CONTABLES
              CLOSE CUENTAS-CONTABLES
              OPEN I-O CUENTAS-CONTABLES
           END-IF.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-CUENTAS
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-CUENTAS.
           CLOSE CUENTAS-CONTABLES.

       000-ABRIR-ARCHIVO-EXPORTACIONES.
           OPEN I-O EXPORTACIONES.
           IF FS-EXPORTACIONES = "35"
              OPEN OUTPUT EXPORTACIONES
              CLOSE EXPORTACIONES
              OPEN I-O EXPORTACIONES
           END-IF.
           IF FS-EXPORTACIONES NOT = "00"
              DISPLAY "Error al abrir el archivo. Código: "
                      FS-EXPORTACIONES
              PERFORM 000-REINTENTAR-OPERACION
           END-IF.

       000-CERRAR-ARCHIVO-EXPORTACIONES.
           CLOSE EXPORTACIONES.

       003-PROXIMO-NUMERO-CIERRE.
      *>  ENTREGA EN WS-ULTIMO-CIERRE EL PRÓXIMO NÚMERO CONSECUTIVO
      *>  DE CIERRE Z Y LO PERSISTE DE INMEDIATO, CON LAS MISMAS
      *>  PRECAUCIONES DEL CORRELATIVO DE FACTURAS.
           MOVE 0 TO WS-ULTIMO-CIERRE.
           OPEN INPUT CONTROL-CIERRE.
           IF FS-CONTROL-CIERRE = "00"
               READ CONTROL-CIERRE
                   AT END
                       MOVE 0 TO WS-ULTIMO-CIERRE
                   NOT AT END
                       MOVE CONTROL-CIERRE-REG TO WS-ULTIMO-CIERRE
               END-READ
               CLOSE CONTROL-CIERRE
           ELSE
               IF FS-CONTROL-CIERRE NOT = "35"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-CONTROL-CIERRE
                   PERFORM 000-REINTENTAR-OPERACION
               END-IF
           END-IF.
           ADD 1 TO WS-ULTIMO-CIERRE.
           OPEN OUTPUT CONTROL-CIERRE.
           IF FS-CONTROL-CIERRE NOT = "00"
               DISPLAY "Error al abrir el archivo. Código: "
                       FS-CONTROL-CIERRE
               PERFORM 000-REINTENTAR-OPERACION
           END-IF.
           MOVE WS-ULTIMO-CIERRE TO CONTROL-CIERRE-REG.
           WRITE CONTROL-CIERRE-REG.
           CLOSE CONTROL-CIERRE.

       003-IMPRIMIR-CIERRE.
      *>  GENERA EL DOCUMENTO IMPRIMIBLE DEL CIERRE Z EN MEMORIA
      *>  (CIERRE_<NUMERO>.TXT): FONDO, ARQUEO POR FORMA DE PAGO
      *>  SISTEMA VS CONTADO Y EL SOBRANTE O FALTANTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "CIERRE_" DELIMITED BY SIZE
                  CIERRE-NUMERO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.

           MOVE "================================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "            RESTAURANTE 330, C.A."
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "           *** CIERRE Z DE CAJA ***"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "================================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CIERRE No: " CIERRE-NUMERO
                  "   FECHA: " CIERRE-FECHA
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF CIERRE-USUARIO NOT = SPACES
               MOVE SPACES TO REPORTE-LINEA
               STRING "CAJERO: " CIERRE-USUARIO
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "FONDO INICIAL: " CIERRE-FONDO
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "FORMA DE PAGO        SISTEMA        CONTADO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "EFECTIVO       " CIERRE-SIS-EFECTIVO
                  "  " CIERRE-FIS-EFECTIVO
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PUNTO DE VENTA " CIERRE-SIS-PUNTO
                  "  " CIERRE-FIS-PUNTO
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "PAGO MOVIL     " CIERRE-SIS-MOVIL
                  "  " CIERRE-FIS-MOVIL
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DIVISAS (BS)   " CIERRE-SIS-DIVISAS
                  "  " CIERRE-FIS-DIVISAS
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           IF CIERRE-SIS-IGTF IS NUMERIC
               MOVE SPACES TO REPORTE-LINEA
               STRING "IGTF PERCIBIDO (INCLUIDO EN DIVISAS): "
                      CIERRE-SIS-IGTF
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           IF CIERRE-DIFERENCIA = 0
               MOVE "CAJA CUADRADA, SIN DIFERENCIA."
                   TO REPORTE-LINEA
           ELSE
               IF CIERRE-DIF-SIGNO = "+"
                   STRING "SOBRANTE DE CAJA: " CIERRE-DIFERENCIA
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               ELSE
                   STRING "FALTANTE DE CAJA: " CIERRE-DIFERENCIA
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF
           END-IF.
           WRITE REPORTE-LINEA.
           MOVE "================================================"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "CIERRE GENERADO EN: " WS-NOMBRE-REPORTE.

       002-REIMPRIMIR-CIERRE.
           DISPLAY " ".
           DISPLAY "NÚMERO DEL CIERRE A REIMPRIMIR: "
               WITH NO ADVANCING.
           ACCEPT CIERRE-NUMERO.
           PERFORM 000-ABRIR-ARCHIVO-CIERRES.
           READ CIERRES-CAJA
               KEY IS CIERRE-NUMERO
               INVALID KEY
                   DISPLAY "Cierre no encontrado."
               NOT INVALID KEY
                   DISPLAY "CIERRE " CIERRE-NUMERO " DEL "
                           CIERRE-FECHA
                   DISPLAY "  FONDO: " CIERRE-FONDO
                   DISPLAY "  SISTEMA  EFECTIVO: "
                           CIERRE-SIS-EFECTIVO
                           " PUNTO: " CIERRE-SIS-PUNTO
                   DISPLAY "  SISTEMA  MÓVIL: " CIERRE-SIS-MOVIL
                           " DIVISAS: " CIERRE-SIS-DIVISAS
                   DISPLAY "  CONTADO  EFECTIVO: "
                           CIERRE-FIS-EFECTIVO
                           " PUNTO: " CIERRE-FIS-PUNTO
                   DISPLAY "  CONTADO  MÓVIL: " CIERRE-FIS-MOVIL
                           " DIVISAS: " CIERRE-FIS-DIVISAS
                   IF CIERRE-SIS-IGTF IS NUMERIC
                       DISPLAY "  IGTF PERCIBIDO: " CIERRE-SIS-IGTF
                   END-IF
                   DISPLAY "  DIFERENCIA: " CIERRE-DIF-SIGNO
                           CIERRE-DIFERENCIA
                   PERFORM 003-IMPRIMIR-CIERRE
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-CIERRES.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       *> CAJA: CONCILIACIÓN BANCARIA DE PUNTO DE VENTA Y PAGO MÓVIL
       *>  -------------------------------------------------------------

       002-CONCILIAR-BANCO.
      *>  CRUZA EL EXTRACTO DEL BANCO DE UN DÍA CONTRA LOS COBROS POR
      *>  PUNTO DE VENTA Y PAGO MÓVIL DE ESE DÍA (REFERENCIA, MONTO Y
      *>  FECHA), MARCA CADA COBRO CONCILIADO O PENDIENTE Y COMPARA LO
      *>  CONCILIADO CON EL CIERRE Z. SE PUEDE REPETIR: CADA CORRIDA
      *>  VUELVE A EVALUAR TODOS LOS COBROS DEL DÍA.
           DISPLAY " ".
           DISPLAY "CONCILIACIÓN BANCARIA.".
           DISPLAY "---------------------------------------".
           DISPLAY "FECHA A CONCILIAR (DD/MM/AAAA, ENTER = AYER): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CB-FECHA-TXT.
           ACCEPT WS-CB-FECHA-TXT.
           IF WS-CB-FECHA-TXT = SPACES
               PERFORM 003-AC-FECHA-HOY
               COMPUTE WS-CB-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-AC-HOY-INT - 1)
           ELSE
               MOVE WS-CB-FECHA-TXT TO WS-AC-CONV-TXT
               PERFORM 004-AC-CONVERTIR-FECHA
               MOVE WS-AC-CONV-NUM TO WS-CB-FECHA-NUM
           END-IF.
           IF WS-CB-FECHA-NUM = 0
               DISPLAY "Fecha inválida, verifica."
           ELSE
               MOVE SPACES TO WS-CB-FECHA-TXT
               STRING WS-CB-FECHA-NUM(7:2) "/" WS-CB-FECHA-NUM(5:2)
                      "/" WS-CB-FECHA-NUM(1:4)
                      DELIMITED BY SIZE INTO WS-CB-FECHA-TXT
               MOVE SPACES TO WS-NOMBRE-EXTRACTO
               STRING "EXTRACTO_" WS-CB-FECHA-NUM ".TXT"
                      DELIMITED BY SIZE INTO WS-NOMBRE-EXTRACTO
               DISPLAY "EXTRACTO DEL BANCO (ENTER = "
                       FUNCTION TRIM(WS-NOMBRE-EXTRACTO) "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-AC-ARCHIVO
               ACCEPT WS-AC-ARCHIVO
               IF WS-AC-ARCHIVO NOT = SPACES
                   MOVE WS-AC-ARCHIVO TO WS-NOMBRE-EXTRACTO
               END-IF
               OPEN INPUT EXTRACTO-BANCO
               IF FS-EXTRACTO NOT = "00"
                   DISPLAY "No se pudo abrir " WS-NOMBRE-EXTRACTO
                           ". Código: " FS-EXTRACTO
               ELSE
                   PERFORM 003-CB-CARGAR-EXTRACTO
                   CLOSE EXTRACTO-BANCO
                   PERFORM 003-CB-CONCILIAR
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-CB-CARGAR-EXTRACTO.
      *>  SOLO INTERESAN LOS CRÉDITOS DE LA FECHA CONCILIADA; LOS
      *>  DÉBITOS Y LOS MOVIMIENTOS DE OTROS DÍAS SE CUENTAN APARTE.
           MOVE 0 TO WS-CB-TOTAL-CREDITOS.
           MOVE 0 TO WS-CB-OTRAS-FECHAS.
           MOVE 0 TO WS-CB-DEBITOS.
           MOVE 0 TO WS-CB-NO-CARGADOS.
           MOVE 0 TO WS-CB-INVALIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ EXTRACTO-BANCO
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 004-CB-CARGAR-LINEA
               END-READ
           END-PERFORM.

       004-CB-CARGAR-LINEA.
           INSPECT EXTRACTO-TIPO CONVERTING "cd" TO "CD".
           EVALUATE TRUE
               WHEN EXTRACTO-MONTO IS NOT NUMERIC
                   DISPLAY "LÍNEA INVÁLIDA EN EL EXTRACTO: "
                           EXTRACTO-REG
                   ADD 1 TO WS-CB-INVALIDOS
               WHEN EXTRACTO-TIPO NOT = "C"
                   ADD 1 TO WS-CB-DEBITOS
               WHEN EXTRACTO-FECHA NOT = WS-CB-FECHA-TXT
                   ADD 1 TO WS-CB-OTRAS-FECHAS
               WHEN WS-CB-TOTAL-CREDITOS NOT < 500
                   ADD 1 TO WS-CB-NO-CARGADOS
               WHEN OTHER
                   ADD 1 TO WS-CB-TOTAL-CREDITOS
                   MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(EXTRACTO-REFERENCIA))
                       TO WS-CB-CR-REFERENCIA(WS-CB-TOTAL-CREDITOS)
                   MOVE EXTRACTO-MONTO
                       TO WS-CB-CR-MONTO(WS-CB-TOTAL-CREDITOS)
                   MOVE EXTRACTO-DESCRIPCION
                       TO WS-CB-CR-DESCRIPCION(WS-CB-TOTAL-CREDITOS)
                   MOVE 0 TO WS-CB-CR-USADO(WS-CB-TOTAL-CREDITOS)
           END-EVALUATE.

       003-CB-CONCILIAR.
           MOVE 0 TO WS-CB-CONCILIADOS.
           MOVE 0 TO WS-CB-PENDIENTES.
           MOVE 0 TO WS-CB-SIN-COBRO.
           MOVE 0 TO WS-CB-COBRADO-PUNTO.
           MOVE 0 TO WS-CB-COBRADO-MOVIL.
           MOVE 0 TO WS-CB-CONC-PUNTO.
           MOVE 0 TO WS-CB-CONC-MOVIL.
           MOVE 0 TO WS-CB-PEND-PUNTO.
           MOVE 0 TO WS-CB-PEND-MOVIL.
           MOVE 0 TO WS-CB-SIN-COBRO-MONTO.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "CONCILIACION_" WS-CB-FECHA-NUM ".TXT"
                  DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CONCILIACION BANCARIA DEL " WS-CB-FECHA-TXT
                  "   EXTRACTO: " WS-NOMBRE-EXTRACTO
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE "COBROS CONCILIADOS:" TO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COBROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF COBRO-FECHA = WS-CB-FECHA-TXT
                          AND (COBRO-FORMA-PAGO = "PUNTO DE VENTA"
                           OR COBRO-FORMA-PAGO = "PAGO MOVIL")
                           PERFORM 004-CB-CONCILIAR-COBRO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "COBROS SIN MOVIMIENTO EN EL BANCO "
                  "(POSIBLE FRAUDE O ERROR DE CAJA):"
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COBROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF COBRO-FECHA = WS-CB-FECHA-TXT
                          AND COBRO-CONCILIACION = "PENDIENTE"
                           PERFORM 004-CB-LINEA-COBRO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.
           IF WS-CB-PENDIENTES = 0
               MOVE "  (NINGUNO)" TO REPORTE-LINEA
               PERFORM 004-CB-EMITIR
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CREDITOS DEL BANCO SIN COBRO REGISTRADO "
                  "(VENTAS NO REGISTRADAS):"
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-TOTAL-CREDITOS
               IF WS-CB-CR-USADO(WS-CB-IDX) = 0
                   ADD 1 TO WS-CB-SIN-COBRO
                   ADD WS-CB-CR-MONTO(WS-CB-IDX)
                       TO WS-CB-SIN-COBRO-MONTO
                   MOVE WS-CB-CR-MONTO(WS-CB-IDX) TO WS-CB-MONTO-ED
                   MOVE SPACES TO REPORTE-LINEA
                   STRING WS-CB-FECHA-TXT " "
                          WS-CB-CR-REFERENCIA(WS-CB-IDX) " "
                          WS-CB-MONTO-ED " "
                          WS-CB-CR-DESCRIPCION(WS-CB-IDX)
                          DELIMITED BY SIZE INTO REPORTE-LINEA
                   PERFORM 004-CB-EMITIR
               END-IF
           END-PERFORM.
           IF WS-CB-SIN-COBRO = 0
               MOVE "  (NINGUNO)" TO REPORTE-LINEA
               PERFORM 004-CB-EMITIR
           END-IF.
           PERFORM 003-CB-COMPARAR-CIERRE.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "REPORTE GUARDADO EN " WS-NOMBRE-REPORTE.
           MOVE "CONCILIACION BANCARIA" TO WS-AUD-ACCION.
           MOVE WS-CB-FECHA-TXT TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "CONCILIADOS:" WS-CB-CONCILIADOS
                  " PENDIENTES:" WS-CB-PENDIENTES
                  " SIN COBRO:" WS-CB-SIN-COBRO
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.

       004-CB-CONCILIAR-COBRO.
      *>  BUSCA UN CRÉDITO DEL DÍA, AÚN NO USADO, CON LA MISMA
      *>  REFERENCIA Y EL MISMO MONTO; CADA CRÉDITO CONCILIA UN SOLO
      *>  COBRO. UN COBRO SIN REFERENCIA QUEDA SIEMPRE PENDIENTE.
           IF COBRO-FORMA-PAGO = "PUNTO DE VENTA"
               ADD COBRO-MONTO TO WS-CB-COBRADO-PUNTO
           ELSE
               ADD COBRO-MONTO TO WS-CB-COBRADO-MOVIL
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COBRO-REFERENCIA))
               TO WS-CB-REF-COBRO.
           MOVE 0 TO WS-CB-HALLADO.
           IF WS-CB-REF-COBRO NOT = SPACES
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                       UNTIL WS-CB-IDX > WS-CB-TOTAL-CREDITOS
                          OR WS-CB-HALLADO > 0
                   IF WS-CB-CR-USADO(WS-CB-IDX) = 0
                      AND WS-CB-CR-REFERENCIA(WS-CB-IDX)
                          = WS-CB-REF-COBRO
                      AND WS-CB-CR-MONTO(WS-CB-IDX) = COBRO-MONTO
                       MOVE WS-CB-IDX TO WS-CB-HALLADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CB-HALLADO > 0
               MOVE 1 TO WS-CB-CR-USADO(WS-CB-HALLADO)
               MOVE "CONCILIADO" TO COBRO-CONCILIACION
               MOVE WS-FECHA-LEGIBLE TO COBRO-CONCILIADO-EL
               ADD 1 TO WS-CB-CONCILIADOS
               IF COBRO-FORMA-PAGO = "PUNTO DE VENTA"
                   ADD COBRO-MONTO TO WS-CB-CONC-PUNTO
               ELSE
                   ADD COBRO-MONTO TO WS-CB-CONC-MOVIL
               END-IF
           ELSE
               MOVE "PENDIENTE" TO COBRO-CONCILIACION
               MOVE SPACES TO COBRO-CONCILIADO-EL
               ADD 1 TO WS-CB-PENDIENTES
               IF COBRO-FORMA-PAGO = "PUNTO DE VENTA"
                   ADD COBRO-MONTO TO WS-CB-PEND-PUNTO
               ELSE
                   ADD COBRO-MONTO TO WS-CB-PEND-MOVIL
               END-IF
           END-IF.
           REWRITE COBRO-REG
               INVALID KEY
                   DISPLAY "Error al marcar el cobro. Código: "
                           FS-COBROS
           END-REWRITE.
           IF WS-CB-HALLADO > 0
               PERFORM 004-CB-LINEA-COBRO
           END-IF.

       004-CB-LINEA-COBRO.
           MOVE COBRO-MONTO TO WS-CB-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING COBRO-FECHA " " COBRO-RIF " " COBRO-FACTURA " "
                  COBRO-FORMA-PAGO " " COBRO-REFERENCIA " "
                  WS-CB-MONTO-ED " " COBRO-USUARIO
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.

       004-CB-EMITIR.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA(1:110).

       003-CB-COMPARAR-CIERRE.
      *>  LO CONCILIADO DEBE COINCIDIR CON LO QUE EL CIERRE Z DEL DÍA
      *>  DIO COMO ESPERADO POR PUNTO DE VENTA Y POR PAGO MÓVIL (SI
      *>  HUBO VARIOS TURNOS SE SUMAN SUS CIERRES).
           MOVE 0 TO WS-CB-CIERRES.
           MOVE 0 TO WS-CB-Z-PUNTO.
           MOVE 0 TO WS-CB-Z-MOVIL.
           PERFORM 000-ABRIR-ARCHIVO-CIERRES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ CIERRES-CAJA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF CIERRE-FECHA = WS-CB-FECHA-TXT
                           ADD 1 TO WS-CB-CIERRES
                           ADD CIERRE-SIS-PUNTO TO WS-CB-Z-PUNTO
                           ADD CIERRE-SIS-MOVIL TO WS-CB-Z-MOVIL
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-CIERRES.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE "RESUMEN" TO WS-CB-ETIQUETA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-CB-ETIQUETA " PUNTO DE VENTA"
                  "      PAGO MOVIL"
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE "COBRADO SEGUN EL SISTEMA" TO WS-CB-ETIQUETA.
           MOVE WS-CB-COBRADO-PUNTO TO WS-CB-PUNTO-ED.
           MOVE WS-CB-COBRADO-MOVIL TO WS-CB-MOVIL-ED.
           PERFORM 004-CB-LINEA-RESUMEN.
           MOVE "CONCILIADO CON EL BANCO" TO WS-CB-ETIQUETA.
           MOVE WS-CB-CONC-PUNTO TO WS-CB-PUNTO-ED.
           MOVE WS-CB-CONC-MOVIL TO WS-CB-MOVIL-ED.
           PERFORM 004-CB-LINEA-RESUMEN.
           MOVE "PENDIENTE (SIN MOVIMIENTO)" TO WS-CB-ETIQUETA.
           MOVE WS-CB-PEND-PUNTO TO WS-CB-PUNTO-ED.
           MOVE WS-CB-PEND-MOVIL TO WS-CB-MOVIL-ED.
           PERFORM 004-CB-LINEA-RESUMEN.
           IF WS-CB-CIERRES = 0
               MOVE "NO HAY CIERRE Z REGISTRADO PARA LA FECHA."
                   TO REPORTE-LINEA
               PERFORM 004-CB-EMITIR
           ELSE
               MOVE "ESPERADO SEGUN CIERRE Z" TO WS-CB-ETIQUETA
               MOVE WS-CB-Z-PUNTO TO WS-CB-PUNTO-ED
               MOVE WS-CB-Z-MOVIL TO WS-CB-MOVIL-ED
               PERFORM 004-CB-LINEA-RESUMEN
               COMPUTE WS-CB-DIFERENCIA =
                   WS-CB-CONC-PUNTO - WS-CB-Z-PUNTO
               MOVE WS-CB-DIFERENCIA TO WS-CB-DIF-PUNTO-ED
               COMPUTE WS-CB-DIFERENCIA =
                   WS-CB-CONC-MOVIL - WS-CB-Z-MOVIL
               MOVE WS-CB-DIFERENCIA TO WS-CB-DIF-MOVIL-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "DIFERENCIA CONCILIADO - CIERRE Z"
                      " " WS-CB-DIF-PUNTO-ED
                      "  " WS-CB-DIF-MOVIL-ED
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               PERFORM 004-CB-EMITIR
               IF WS-CB-CONC-PUNTO = WS-CB-Z-PUNTO
                  AND WS-CB-CONC-MOVIL = WS-CB-Z-MOVIL
                   MOVE "LO CONCILIADO CUADRA CON EL CIERRE Z."
                       TO REPORTE-LINEA
               ELSE
                   MOVE SPACES TO REPORTE-LINEA
                   STRING "ATENCION: LO CONCILIADO NO CUADRA "
                          "CON EL CIERRE Z."
                          DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF
               PERFORM 004-CB-EMITIR
           END-IF.
           MOVE WS-CB-SIN-COBRO-MONTO TO WS-CB-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CREDITOS SIN COBRO: " WS-CB-SIN-COBRO
                  "  MONTO: " WS-CB-MONTO-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "LINEAS DEL EXTRACTO IGNORADAS: DEBITOS "
                  WS-CB-DEBITOS " OTRAS FECHAS " WS-CB-OTRAS-FECHAS
                  " INVALIDAS " WS-CB-INVALIDOS
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.
           IF WS-CB-NO-CARGADOS > 0
               MOVE SPACES TO REPORTE-LINEA
               STRING "ATENCION: " WS-CB-NO-CARGADOS
                      " CREDITOS NO CABEN EN LA CONCILIACION (MAXIMO "
                      "500 POR DIA)"
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               PERFORM 004-CB-EMITIR
           END-IF.

       004-CB-LINEA-RESUMEN.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-CB-ETIQUETA " " WS-CB-PUNTO-ED "  "
                  WS-CB-MOVIL-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-CB-EMITIR.

       002-COBROS-POR-CONCILIAR.
      *>  COBROS POR PUNTO DE VENTA Y PAGO MÓVIL QUE EL BANCO AÚN NO
      *>  CONFIRMA: PENDIENTES (LA CONCILIACIÓN NO LOS ENCONTRÓ) O SIN
      *>  REVISAR (SU DÍA TODAVÍA NO SE HA CONCILIADO).
           DISPLAY " ".
           DISPLAY "COBROS PENDIENTES DE CONCILIAR.".
           DISPLAY "---------------------------------------".
           DISPLAY "FECHA      RIF        FACTURA    FORMA DE PAGO   "
                   "REFERENCIA                 MONTO ESTADO".
           MOVE 0 TO WS-CB-PENDIENTES.
           MOVE 0 TO WS-CB-PEND-PUNTO.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COBROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF (COBRO-FORMA-PAGO = "PUNTO DE VENTA"
                           OR COBRO-FORMA-PAGO = "PAGO MOVIL")
                          AND COBRO-CONCILIACION NOT = "CONCILIADO"
                           ADD 1 TO WS-CB-PENDIENTES
                           ADD COBRO-MONTO TO WS-CB-PEND-PUNTO
                           MOVE COBRO-MONTO TO WS-CB-MONTO-ED
                           IF COBRO-CONCILIACION = "PENDIENTE"
                               MOVE "PENDIENTE" TO WS-CB-ETIQUETA
                           ELSE
                               MOVE "SIN REVISAR" TO WS-CB-ETIQUETA
                           END-IF
                           DISPLAY COBRO-FECHA " " COBRO-RIF " "
                                   COBRO-FACTURA " " COBRO-FORMA-PAGO
                                   " " COBRO-REFERENCIA " "
                                   WS-CB-MONTO-ED " "
                                   WS-CB-ETIQUETA(1:11)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COBROS.
           MOVE WS-CB-PEND-PUNTO TO WS-CB-MONTO-ED.
           DISPLAY "---------------------------------------".
           DISPLAY "COBROS POR CONCILIAR: " WS-CB-PENDIENTES
                   "   MONTO: " WS-CB-MONTO-ED.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       *> GESTIÓN DE PRODUCTOS (CARTA DEL RESTAURANTE)
       *>  -------------------------------------------------------------

       001-SUBMENU-GESTION-PRODUCTOS.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+          GESTIÓN DE PRODUCTOS              +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - REGISTRAR/MODIFICAR PRODUCTO".
           DISPLAY "2 - ELIMINAR PRODUCTO".
           DISPLAY "3 - CONSULTAR PRODUCTO".
           DISPLAY "4 - ENTRADA DE INVENTARIO (COMPRA/REPOSICIÓN)".
           DISPLAY "5 - AJUSTE DE INVENTARIO".
           DISPLAY "6 - INFORME DE PRODUCTOS BAJO MÍNIMO".
           DISPLAY "8 - VALORIZACIÓN MENSUAL DEL INVENTARIO".
           DISPLAY "9 - TOMA FÍSICA DE INVENTARIO".
           DISPLAY "----------------------------------------------".
           DISPLAY "7 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-REGISTRAR-PRODUCTO
           WHEN 2 PERFORM     002-ELIMINAR-PRODUCTO
           WHEN 3 PERFORM     002-CONSULTAR-PRODUCTO
           WHEN 4 PERFORM     002-ENTRADA-INVENTARIO
           WHEN 5 PERFORM     002-AJUSTE-INVENTARIO
           WHEN 6 PERFORM     002-PRODUCTOS-BAJO-MINIMO
           WHEN 8 PERFORM     002-VALORIZACION-INVENTARIO
           WHEN 9 PERFORM     001-SUBMENU-TOMA-FISICA
           WHEN 7 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       002-REGISTRAR-PRODUCTO.
                DISPLAY " ".
                DISPLAY "REGISTRO Y/O ACTUALIZACIÓN DE PRODUCTOS.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL PRODUCTO: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-CODIGO.

                PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
                    MOVE PRODUCTO-CODIGO TO PRODUCTO-CODIGO.

                    READ PRODUCTOS
                        KEY IS PRODUCTO-CODIGO
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: PRODUCTO YA EXISTE, "
                                 "LOS DATOS QUE INTRODUZCA "
                                 "ACTUALIZARAN LOS YA EXISTENTES+++"
                     DISPLAY " "
                END-IF.
            *>  ENTRADA DE DATOS
                DISPLAY "NOMBRE DEL PRODUCTO: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-NOMBRE.
                DISPLAY "CATEGORÍA: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-CATEGORIA.
                DISPLAY "PRECIO VIGENTE: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-PRECIO.
                DISPLAY "EXISTENCIA ACTUAL: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-EXISTENCIA.
                DISPLAY "EXISTENCIA MÍNIMA (PUNTO DE REPOSICIÓN): "
                    WITH NO ADVANCING.
                ACCEPT PRODUCTO-MINIMO.
                MOVE SPACES TO PRODUCTO-TIPO-IVA.
                PERFORM UNTIL PRODUCTO-TIPO-IVA = "G" OR "R" OR "E"
                    DISPLAY "TIPO DE IVA (G=GENERAL, R=REDUCIDA, "
                            "E=EXENTO): " WITH NO ADVANCING
                    ACCEPT PRODUCTO-TIPO-IVA
                    INSPECT PRODUCTO-TIPO-IVA CONVERTING "gre" TO "GRE"
                END-PERFORM.
            *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
            *>  EL ÚLTIMO COSTO Y EL PROMEDIO LOS ALIMENTAN LAS
            *>  ENTRADAS; UN PRODUCTO NUEVO ARRANCA SIN COSTO REGISTRADO
                PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
                IF WS-CONSULTA = 0
                    MOVE 0 TO PRODUCTO-COSTO
                    MOVE 0 TO PRODUCTO-COSTO-PROMEDIO
                    WRITE PRODUCTO-REG
                        INVALID KEY
                            DISPLAY "Error al registrar el producto. "
                            "Código: " FS-PRODUCTOS
                        NOT INVALID KEY
                            DISPLAY "Producto registrado exitosamente."
                    END-WRITE
                ELSE
                    REWRITE PRODUCTO-REG
                        INVALID KEY
                            DISPLAY "Error al actualizar el producto. "
                            "Código: " FS-PRODUCTOS
                        NOT INVALID KEY
                            DISPLAY "Producto actualizado exitosamente."
                    END-REWRITE
                END-IF.
                PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.
                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-ELIMINAR-PRODUCTO.
                DISPLAY " ".
                DISPLAY "ELIMINACIÓN DE PRODUCTOS.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL PRODUCTO: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-CODIGO.

                PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
                    MOVE PRODUCTO-CODIGO TO PRODUCTO-CODIGO.

                    READ PRODUCTOS
                        KEY IS PRODUCTO-CODIGO
                        INVALID KEY
                            MOVE 0 TO WS-CONSULTA
                        NOT INVALID KEY
                            MOVE 1 TO WS-CONSULTA.
                PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

                IF WS-CONSULTA = 1
                     DISPLAY " "
                     DISPLAY "+++ADVERTENCIA: PRODUCTO ENCONTRADO. "
                                 "¿DESEA ELIMINARLO?+++"
                     DISPLAY " "
                     DISPLAY "¿Está seguro de eliminar el producto "
                             PRODUCTO-NOMBRE "? (S/N): "
                     ACCEPT CONFIRMAR

                     IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                        PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS
                        DELETE PRODUCTOS
                            INVALID KEY
                                DISPLAY "Error al eliminar el "
                                        "producto. Código: "
                                        FS-PRODUCTOS
                            NOT INVALID KEY
                                DISPLAY "Producto eliminado "
                                        "exitosamente"
                        END-DELETE
                        PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS
                     ELSE
                        DISPLAY "Eliminación cancelada."
                     END-IF
                ELSE
                    DISPLAY "Producto no encontrado."
                END-IF.

                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-CONSULTAR-PRODUCTO.
           DISPLAY "Ingrese Código de Producto a consultar "
                   "(? = buscar por nombre): " WITH NO ADVANCING.
           ACCEPT PRODUCTO-CODIGO.
           IF PRODUCTO-CODIGO = "?"
               PERFORM 003-BUSCAR-PRODUCTO-NOMBRE
           END-IF.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           READ PRODUCTOS
               KEY IS PRODUCTO-CODIGO
               INVALID KEY
                   DISPLAY "Producto no encontrado."
               NOT INVALID KEY
                   DISPLAY "Nombre: " PRODUCTO-NOMBRE
                   DISPLAY "Categoría: " PRODUCTO-CATEGORIA
                   DISPLAY "Precio: " PRODUCTO-PRECIO
                   DISPLAY "Existencia: " PRODUCTO-EXISTENCIA
                   DISPLAY "Mínimo: " PRODUCTO-MINIMO
                   DISPLAY "Último costo de compra: " PRODUCTO-COSTO
                   IF PRODUCTO-COSTO-PROMEDIO IS NUMERIC
                       DISPLAY "Costo promedio ponderado: "
                               PRODUCTO-COSTO-PROMEDIO
                   END-IF
                   DISPLAY "Tipo de IVA: " PRODUCTO-TIPO-IVA
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-ENTRADA-INVENTARIO.
                DISPLAY " ".
                DISPLAY "ENTRADA DE INVENTARIO (COMPRA/REPOSICIÓN).".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL PRODUCTO: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-CODIGO.
                PERFORM 003-BUSCAR-PRODUCTO.

                IF WS-PRODUCTO-ENCONTRADO = 1
                    DISPLAY "CANTIDAD QUE ENTRA: " WITH NO ADVANCING
                    ACCEPT WS-CANT-MOVIMIENTO
                    DISPLAY "COSTO UNITARIO DE LA ENTRADA "
                            "(0 = AL COSTO PROMEDIO): "
                        WITH NO ADVANCING
                    ACCEPT WS-COSTO-UNITARIO
                    DISPLAY "MOTIVO (COMPRA, REPOSICIÓN...): "
                        WITH NO ADVANCING
                    ACCEPT WS-MOTIVO-MOVIMIENTO
                    PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS
                    READ PRODUCTOS
                        KEY IS PRODUCTO-CODIGO
                        INVALID KEY
                            DISPLAY "Producto no encontrado."
                        NOT INVALID KEY
                            MOVE WS-COSTO-UNITARIO TO WS-COSTO-ENTRADA
                            PERFORM 003-PROMEDIAR-COSTO-PRODUCTO
                            IF WS-COSTO-UNITARIO > 0
                                MOVE WS-COSTO-UNITARIO
                                    TO PRODUCTO-COSTO
                            END-IF
                            ADD WS-CANT-MOVIMIENTO
                                TO PRODUCTO-EXISTENCIA
                            REWRITE PRODUCTO-REG
                                INVALID KEY
                                    DISPLAY "Error al actualizar la "
                                            "existencia. Código: "
                                            FS-PRODUCTOS
                                NOT INVALID KEY
                                    MOVE "ENTRADA"
                                        TO WS-TIPO-MOVIMIENTO
                                    PERFORM
                                        003-REGISTRAR-MOVIMIENTO-KARDEX
                                    DISPLAY "Entrada registrada. "
                                            "Nueva existencia: "
                                            PRODUCTO-EXISTENCIA
                                    DISPLAY "Costo promedio "
                                            "ponderado: "
                                            PRODUCTO-COSTO-PROMEDIO
                            END-REWRITE
                    END-READ
                    PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS
                END-IF.

                DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
                STOP "ENTER PARA CONTINUAR".

       002-AJUSTE-INVENTARIO.
      *>  OPERACIÓN SENSIBLE: RESERVADA AL SUPERVISOR O AUTORIZADA
      *>  POR UNO EN EL MOMENTO.
           PERFORM 003-EXIGIR-SUPERVISOR.
           IF WS-AUTORIZADO = 0
               DISPLAY "AJUSTE DE INVENTARIO NO AUTORIZADO."
           ELSE
               PERFORM 003-AJUSTE-INVENTARIO-AUTORIZADO
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-AJUSTE-INVENTARIO-AUTORIZADO.
                DISPLAY " ".
                DISPLAY "AJUSTE DE INVENTARIO.".
                DISPLAY "---------------------------------------".
                DISPLAY " ".

                DISPLAY "CÓDIGO DEL PRODUCTO: " WITH NO ADVANCING.
                ACCEPT PRODUCTO-CODIGO.
                PERFORM 003-BUSCAR-PRODUCTO.

                IF WS-PRODUCTO-ENCONTRADO = 1
                    DISPLAY "NUEVA EXISTENCIA: " WITH NO ADVANCING
                    ACCEPT WS-EXISTENCIA-NUEVA
                    MOVE SPACES TO WS-MOTIVO-MOVIMIENTO
                    PERFORM UNTIL WS-MOTIVO-MOVIMIENTO NOT = SPACES
                        DISPLAY "MOTIVO DEL AJUSTE (OBLIGATORIO): "
                            WITH NO ADVANCING
                        ACCEPT WS-MOTIVO-MOVIMIENTO
                    END-PERFORM
                    PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS
                    READ PRODUCTOS
                        KEY IS PRODUCTO-CODIGO
                        INVALID KEY
                            DISPLAY "Producto no encontrado."
                        NOT INVALID KEY
                            IF WS-EXISTENCIA-NUEVA >
                               PRODUCTO-EXISTENCIA
                                COMPUTE WS-CANT-MOVIMIENTO =
                                    WS-EXISTENCIA-NUEVA
                                    - PRODUCTO-EXISTENCIA
                            ELSE
                                COMPUTE WS-CANT-MOVIMIENTO =
                                    PRODUCTO-EXISTENCIA
                                    - WS-EXISTENCIA-NUEVA
                            END-IF
                            MOVE WS-EXISTENCIA-NUEVA
                                TO PRODUCTO-EXISTENCIA
                            REWRITE PRODUCTO-REG
                                INVALID KEY
                                    DISPLAY "Error al ajustar la "
                                            "existencia. Código: "
                                            FS-PRODUCTOS
                                NOT INVALID KEY
                                    MOVE "AJUSTE"
                                        TO WS-TIPO-MOVIMIENTO
                                    PERFORM
                                        003-REGISTRAR-MOVIMIENTO-KARDEX
                                    DISPLAY "Ajuste registrado. "
                                            "Nueva existencia: "
                                            PRODUCTO-EXISTENCIA
                            END-REWRITE
                    END-READ
                    PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS
                END-IF.

       001-SUBMENU-TOMA-FISICA.
      *>  TOMA FÍSICA: SE CONGELA LA EXISTENCIA DEL SISTEMA, SE
      *>  IMPRIMEN LAS HOJAS DE CONTEO POR ÁREA, SE ANOTA LO CONTADO
      *>  (A MANO O DESDE UN ARCHIVO), SE REVISAN LAS DIFERENCIAS Y,
      *>  CON AUTORIZACIÓN DE UN SUPERVISOR, SE AJUSTA TODO DE UNA VEZ.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+        TOMA FÍSICA DE INVENTARIO           +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - CONGELAR EXISTENCIAS (INICIAR TOMA)".
           DISPLAY "2 - IMPRIMIR HOJAS DE CONTEO POR ÁREA".
           DISPLAY "3 - REGISTRAR CANTIDADES CONTADAS".
           DISPLAY "4 - CARGAR CONTEO DESDE ARCHIVO".
           DISPLAY "5 - REPORTE DE DIFERENCIAS".
           DISPLAY "6 - APROBAR Y APLICAR AJUSTES".
           DISPLAY "----------------------------------------------".
           DISPLAY "7 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-TF-CONGELAR-EXISTENCIAS
           WHEN 2 PERFORM     002-TF-HOJAS-CONTEO
           WHEN 3 PERFORM     002-TF-REGISTRAR-CONTEO
           WHEN 4 PERFORM     002-TF-CARGAR-CONTEO
           WHEN 5 PERFORM     002-TF-REPORTE-DIFERENCIAS
           WHEN 6 PERFORM     002-TF-APLICAR-AJUSTES
           WHEN 7 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       003-TF-ESTADO-TOMA.
      *>  CUENTA LOS RENGLONES DE LA TOMA VIGENTE POR ESTADO
      *>  (P=POR CONTAR, C=CONTADO, A=AJUSTE APLICADO) Y DEJA LA
      *>  FECHA DE LA FOTO EN WS-TF-FECHA. HAY TOMA EN CURSO MIENTRAS
      *>  QUEDEN RENGLONES SIN APLICAR.
           MOVE 0 TO WS-TF-REGISTROS.
           MOVE 0 TO WS-TF-PENDIENTES.
           MOVE 0 TO WS-TF-CONTADOS.
           MOVE 0 TO WS-TF-APLICADOS.
           MOVE 0 TO WS-TF-EN-CURSO.
           MOVE SPACES TO WS-TF-FECHA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-TF-REGISTROS
                       MOVE TOMA-FECHA TO WS-TF-FECHA
                       EVALUATE TOMA-ESTADO
                           WHEN "P" ADD 1 TO WS-TF-PENDIENTES
                           WHEN "C" ADD 1 TO WS-TF-CONTADOS
                           WHEN OTHER ADD 1 TO WS-TF-APLICADOS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.
           IF WS-TF-PENDIENTES > 0 OR WS-TF-CONTADOS > 0
               MOVE 1 TO WS-TF-EN-CURSO
           END-IF.

       002-TF-CONGELAR-EXISTENCIAS.
           DISPLAY " ".
           DISPLAY "CONGELAR EXISTENCIAS PARA LA TOMA FÍSICA.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-ESTADO-TOMA.
           MOVE "S" TO CONFIRMAR.
           IF WS-TF-EN-CURSO = 1
               DISPLAY "HAY UNA TOMA EN CURSO DEL " WS-TF-FECHA
               DISPLAY "RENGLONES CONTADOS: " WS-TF-CONTADOS
                       "  POR CONTAR: " WS-TF-PENDIENTES
               DISPLAY "¿Descartarla e iniciar una nueva? (S/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRMAR
           END-IF.
           IF CONFIRMAR = "S" OR CONFIRMAR = "s"
               IF WS-TF-EN-CURSO = 1
                   MOVE "DESCARTAR TOMA FISICA" TO WS-AUD-ACCION
                   MOVE WS-TF-FECHA TO WS-AUD-CLAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                   STRING "CONTADOS: " WS-TF-CONTADOS
                          " POR CONTAR: " WS-TF-PENDIENTES
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
               END-IF
               PERFORM 003-TF-CONGELAR
           ELSE
               DISPLAY "Se conserva la toma en curso."
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-TF-CONGELAR.
      *>  VACÍA LA TOMA ANTERIOR Y GRABA UN RENGLÓN POR PRODUCTO Y
      *>  POR INGREDIENTE CON LA EXISTENCIA Y EL COSTO DE ESTE MOMENTO.
           OPEN OUTPUT TOMA-FISICA.
           CLOSE TOMA-FISICA.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE 0 TO WS-TF-REGISTROS.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           PERFORM 004-LEE-SIG-PRODUCTO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE SPACES TO TOMA-REG
               MOVE "P" TO TOMA-CLASE
               MOVE PRODUCTO-CODIGO TO TOMA-CODIGO
               MOVE PRODUCTO-NOMBRE TO TOMA-NOMBRE
               MOVE PRODUCTO-CATEGORIA TO TOMA-AREA
               IF TOMA-AREA = SPACES
                   MOVE "SIN CATEGORIA" TO TOMA-AREA
               END-IF
               MOVE "UNIDADES" TO TOMA-UNIDAD
               MOVE PRODUCTO-EXISTENCIA TO TOMA-EXIST-SISTEMA
               MOVE 0 TO TOMA-COSTO
               IF PRODUCTO-COSTO-PROMEDIO IS NUMERIC
                   MOVE PRODUCTO-COSTO-PROMEDIO TO TOMA-COSTO
               END-IF
               IF TOMA-COSTO = 0
                   MOVE PRODUCTO-COSTO TO TOMA-COSTO
               END-IF
               PERFORM 004-TF-GRABAR-RENGLON
               PERFORM 004-LEE-SIG-PRODUCTO
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           PERFORM 004-LEE-SIG-INGREDIENTE.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE SPACES TO TOMA-REG
               MOVE "I" TO TOMA-CLASE
               MOVE INGREDIENTE-CODIGO TO TOMA-CODIGO
               MOVE INGREDIENTE-NOMBRE TO TOMA-NOMBRE
               MOVE "ALMACEN DE COCINA" TO TOMA-AREA
               MOVE INGREDIENTE-UNIDAD TO TOMA-UNIDAD
               MOVE INGREDIENTE-EXISTENCIA TO TOMA-EXIST-SISTEMA
               MOVE 0 TO TOMA-COSTO
               IF INGREDIENTE-COSTO-PROMEDIO IS NUMERIC
                   MOVE INGREDIENTE-COSTO-PROMEDIO TO TOMA-COSTO
               END-IF
               PERFORM 004-TF-GRABAR-RENGLON
               PERFORM 004-LEE-SIG-INGREDIENTE
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.

           MOVE "INICIAR TOMA FISICA" TO WS-AUD-ACCION.
           MOVE WS-FECHA-LEGIBLE TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "RENGLONES CONGELADOS: " WS-TF-REGISTROS
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.
           DISPLAY "Existencias congeladas al " WS-FECHA-LEGIBLE
                   ". Renglones: " WS-TF-REGISTROS.

       004-TF-GRABAR-RENGLON.
           MOVE 0 TO TOMA-CONTADO.
           MOVE "P" TO TOMA-ESTADO.
           MOVE WS-FECHA-LEGIBLE TO TOMA-FECHA.
           WRITE TOMA-REG
               INVALID KEY
                   DISPLAY "Error al congelar " TOMA-CLASE " "
                           TOMA-CODIGO ". Código: " FS-TOMA
               NOT INVALID KEY
                   ADD 1 TO WS-TF-REGISTROS
           END-WRITE.

       003-TF-EXIGIR-TOMA.
      *>  LAS DEMÁS OPCIONES NECESITAN UNA TOMA CONGELADA.
           PERFORM 003-TF-ESTADO-TOMA.
           IF WS-TF-REGISTROS = 0
               DISPLAY "NO HAY TOMA FÍSICA CONGELADA. USE LA "
                       "OPCIÓN 1 PARA INICIARLA."
           END-IF.

       002-TF-HOJAS-CONTEO.
      *>  HOJAS DE CONTEO A CIEGAS (SIN LA EXISTENCIA DEL SISTEMA),
      *>  UNA SECCIÓN POR CATEGORÍA O ÁREA DE ALMACENAMIENTO.
           DISPLAY " ".
           DISPLAY "HOJAS DE CONTEO.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-EXIGIR-TOMA.
           IF WS-TF-REGISTROS > 0
               DISPLAY "ÁREA O CATEGORÍA (ENTER = TODAS): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TF-AREA-FILTRO
               ACCEPT WS-TF-AREA-FILTRO
               PERFORM 003-TF-CARGAR-AREAS
               IF WS-TF-AREA-TOTAL = 0
                   DISPLAY "No hay renglones por contar en esa área."
               ELSE
                   PERFORM 003-TF-IMPRIMIR-HOJAS
               END-IF
           END-IF.
           STOP "ENTER PARA CONTINUAR".

       003-TF-CARGAR-AREAS.
           MOVE 0 TO WS-TF-AREA-TOTAL.
           MOVE 0 TO WS-TF-AREA-LLENA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TOMA-ESTADO NOT = "A"
                          AND (WS-TF-AREA-FILTRO = SPACES
                               OR WS-TF-AREA-FILTRO = TOMA-AREA)
                           PERFORM 004-TF-AGREGAR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.

       004-TF-AGREGAR-AREA.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-TF-AREA-IDX FROM 1 BY 1
                   UNTIL WS-TF-AREA-IDX > WS-TF-AREA-TOTAL
               IF WS-TF-AREA(WS-TF-AREA-IDX) = TOMA-AREA
                   MOVE 1 TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0
               IF WS-TF-AREA-TOTAL < 60
                   ADD 1 TO WS-TF-AREA-TOTAL
                   MOVE TOMA-AREA TO WS-TF-AREA(WS-TF-AREA-TOTAL)
               ELSE
                   IF WS-TF-AREA-LLENA = 0
                       MOVE 1 TO WS-TF-AREA-LLENA
                       DISPLAY "ADVERTENCIA: TABLA DE ÁREAS LLENA, "
                               "SOLO SE IMPRIMEN 60 ÁREAS."
                   END-IF
               END-IF
           END-IF.

       003-TF-IMPRIMIR-HOJAS.
           MOVE "HOJAS_CONTEO.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           PERFORM VARYING WS-TF-AREA-IDX FROM 1 BY 1
                   UNTIL WS-TF-AREA-IDX > WS-TF-AREA-TOTAL
               PERFORM 004-TF-HOJA-AREA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "Áreas impresas: " WS-TF-AREA-TOTAL.
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.

       004-TF-HOJA-AREA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "HOJA DE CONTEO - TOMA FISICA DEL " WS-TF-FECHA
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "AREA: " WS-TF-AREA(WS-TF-AREA-IDX)
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "------------------------------------------------"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "C CODIGO     DESCRIPCION"
                  "                              UNIDAD     CONTADO"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE LOW-VALUES TO TOMA-CLAVE.
           MOVE 0 TO WS-FIN-ARCHIVO.
           START TOMA-FISICA KEY IS NOT LESS THAN TOMA-CLAVE
               INVALID KEY
                   MOVE 1 TO WS-FIN-ARCHIVO
           END-START.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TOMA-AREA = WS-TF-AREA(WS-TF-AREA-IDX)
                          AND TOMA-ESTADO NOT = "A"
                           MOVE SPACES TO WS-TF-LINEA-HOJA
                           MOVE TOMA-CLASE TO WS-TFH-CLASE
                           MOVE TOMA-CODIGO TO WS-TFH-CODIGO
                           MOVE TOMA-NOMBRE TO WS-TFH-NOMBRE
                           MOVE TOMA-UNIDAD TO WS-TFH-UNIDAD
                           MOVE "_______________" TO WS-TFH-CONTADO
                           MOVE WS-TF-LINEA-HOJA TO REPORTE-LINEA
                           WRITE REPORTE-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CONTADO POR: ________________  "
                  "REVISADO POR: ________________"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       002-TF-REGISTRAR-CONTEO.
      *>  CAPTURA MANUAL DE LAS HOJAS: CLASE Y CÓDIGO DE CADA RENGLÓN
      *>  Y LA CANTIDAD CONTADA. VOLVER A TECLEAR UN RENGLÓN
      *>  REEMPLAZA SU CONTEO ANTERIOR.
           DISPLAY " ".
           DISPLAY "REGISTRO DE CANTIDADES CONTADAS.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-EXIGIR-TOMA.
           MOVE 0 TO WS-TF-CAPTURADOS.
           IF WS-TF-REGISTROS > 0
               PERFORM 000-ABRIR-ARCHIVO-TOMA
               MOVE 0 TO WS-TF-FIN-CAPTURA
               PERFORM UNTIL WS-TF-FIN-CAPTURA = 1
                   DISPLAY " "
                   DISPLAY "CLASE (P=PRODUCTO, I=INGREDIENTE, "
                           "ENTER=TERMINAR): " WITH NO ADVANCING
                   MOVE SPACES TO WS-TF-CLASE
                   ACCEPT WS-TF-CLASE
                   INSPECT WS-TF-CLASE CONVERTING "pi" TO "PI"
                   EVALUATE WS-TF-CLASE
                       WHEN SPACE
                           MOVE 1 TO WS-TF-FIN-CAPTURA
                       WHEN "P"
                       WHEN "I"
                           PERFORM 004-TF-CAPTURAR-RENGLON
                       WHEN OTHER
                           DISPLAY "Clase inválida."
                   END-EVALUATE
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-TOMA
               DISPLAY "Renglones registrados: " WS-TF-CAPTURADOS
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       004-TF-CAPTURAR-RENGLON.
           DISPLAY "CÓDIGO: " WITH NO ADVANCING.
           ACCEPT WS-TF-CODIGO.
           MOVE WS-TF-CLASE TO TOMA-CLASE.
           MOVE WS-TF-CODIGO TO TOMA-CODIGO.
           READ TOMA-FISICA
               KEY IS TOMA-CLAVE
               INVALID KEY
                   DISPLAY "El renglón no figura en la toma."
               NOT INVALID KEY
                   IF TOMA-ESTADO = "A"
                       DISPLAY "El ajuste de este renglón ya fue "
                               "aplicado."
                   ELSE
                       DISPLAY TOMA-NOMBRE " (" TOMA-UNIDAD ") - "
                               TOMA-AREA
                       IF TOMA-ESTADO = "C"
                           DISPLAY "Conteo anterior: " TOMA-CONTADO
                       END-IF
                       DISPLAY "CANTIDAD CONTADA: " WITH NO ADVANCING
                       ACCEPT WS-TF-CANTIDAD
                       PERFORM 004-TF-ANOTAR-CONTEO
                   END-IF
           END-READ.

       004-TF-ANOTAR-CONTEO.
      *>  EL RENGLÓN DEBE ESTAR LEÍDO Y WS-TF-CANTIDAD CARGADA.
           MOVE WS-TF-CANTIDAD TO TOMA-CONTADO.
           MOVE "C" TO TOMA-ESTADO.
           MOVE WS-USUARIO-ACTUAL TO TOMA-USUARIO.
           REWRITE TOMA-REG
               INVALID KEY
                   DISPLAY "Error al registrar el conteo. Código: "
                           FS-TOMA
               NOT INVALID KEY
                   ADD 1 TO WS-TF-CAPTURADOS
           END-REWRITE.

       002-TF-CARGAR-CONTEO.
      *>  CARGA EL CONTEO DESDE UN ARCHIVO PLANO: CLASE (1),
      *>  CÓDIGO (10) Y CANTIDAD (7 DÍGITOS) POR LÍNEA. LAS LÍNEAS
      *>  QUE NO CASAN CON LA TOMA SE LISTAN Y SE DESCARTAN.
           DISPLAY " ".
           DISPLAY "CARGA DEL CONTEO DESDE ARCHIVO.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-EXIGIR-TOMA.
           MOVE 0 TO WS-TF-CAPTURADOS.
           MOVE 0 TO WS-TF-RECHAZADOS.
           IF WS-TF-REGISTROS > 0
               DISPLAY "ARCHIVO (ENTER = CONTEO_FISICO.TXT): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NOMBRE-CONTEO
               ACCEPT WS-NOMBRE-CONTEO
               IF WS-NOMBRE-CONTEO = SPACES
                   MOVE "CONTEO_FISICO.TXT" TO WS-NOMBRE-CONTEO
               END-IF
               OPEN INPUT CONTEO-CARGA
               IF FS-CONTEO NOT = "00"
                   DISPLAY "No se pudo abrir " WS-NOMBRE-CONTEO
                           ". Código: " FS-CONTEO
               ELSE
                   PERFORM 000-ABRIR-ARCHIVO-TOMA
                   MOVE 0 TO WS-FIN-ARCHIVO
                   PERFORM UNTIL WS-FIN-ARCHIVO = 1
                       READ CONTEO-CARGA
                           AT END
                               MOVE 1 TO WS-FIN-ARCHIVO
                           NOT AT END
                               PERFORM 004-TF-CARGAR-LINEA
                       END-READ
                   END-PERFORM
                   PERFORM 000-CERRAR-ARCHIVO-TOMA
                   CLOSE CONTEO-CARGA
                   MOVE "CARGAR CONTEO FISICO" TO WS-AUD-ACCION
                   MOVE WS-NOMBRE-CONTEO TO WS-AUD-CLAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                   STRING "CARGADOS: " WS-TF-CAPTURADOS
                          " RECHAZADOS: " WS-TF-RECHAZADOS
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   DISPLAY "Renglones cargados:   " WS-TF-CAPTURADOS
                   DISPLAY "Líneas rechazadas:    " WS-TF-RECHAZADOS
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       004-TF-CARGAR-LINEA.
           INSPECT CONTEO-CLASE CONVERTING "pi" TO "PI".
           IF CONTEO-CANTIDAD IS NOT NUMERIC
               DISPLAY "RECHAZADA (CANTIDAD INVÁLIDA): " CONTEO-REG
               ADD 1 TO WS-TF-RECHAZADOS
           ELSE
               MOVE CONTEO-CLASE TO TOMA-CLASE
               MOVE CONTEO-CODIGO TO TOMA-CODIGO
               READ TOMA-FISICA
                   KEY IS TOMA-CLAVE
                   INVALID KEY
                       DISPLAY "RECHAZADA (NO FIGURA EN LA TOMA): "
                               CONTEO-REG
                       ADD 1 TO WS-TF-RECHAZADOS
                   NOT INVALID KEY
                       IF TOMA-ESTADO = "A"
                           DISPLAY "RECHAZADA (YA AJUSTADO): "
                                   CONTEO-REG
                           ADD 1 TO WS-TF-RECHAZADOS
                       ELSE
                           MOVE CONTEO-CANTIDAD TO WS-TF-CANTIDAD
                           PERFORM 004-TF-ANOTAR-CONTEO
                       END-IF
               END-READ
           END-IF.

       004-TF-CALCULAR-DIFERENCIA.
      *>  DIFERENCIA DEL RENGLÓN LEÍDO: POSITIVA = SOBRANTE,
      *>  NEGATIVA = FALTANTE (PÉRDIDA), VALORADA AL COSTO CONGELADO.
           COMPUTE WS-TF-DIFERENCIA =
               TOMA-CONTADO - TOMA-EXIST-SISTEMA.
           COMPUTE WS-TF-VALOR-DIF ROUNDED =
               WS-TF-DIFERENCIA * TOMA-COSTO.

       002-TF-REPORTE-DIFERENCIAS.
      *>  SISTEMA CONTRA CONTADO POR RENGLÓN, EN UNIDADES Y EN
      *>  BOLÍVARES, CON LAS DIEZ MAYORES PÉRDIDAS MARCADAS Y
      *>  LISTADAS APARTE. LOS RENGLONES SIN CONTAR NO SE AJUSTAN.
           DISPLAY " ".
           DISPLAY "REPORTE DE DIFERENCIAS DE LA TOMA FÍSICA.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-EXIGIR-TOMA.
           IF WS-TF-REGISTROS > 0
               PERFORM 003-TF-MAYORES-PERDIDAS
               PERFORM 003-TF-EXPORTAR-DIFERENCIAS
           END-IF.
           STOP "ENTER PARA CONTINUAR".

       003-TF-MAYORES-PERDIDAS.
           MOVE 0 TO WS-TF-SOBRANTE.
           MOVE 0 TO WS-TF-FALTANTE.
           MOVE 0 TO WS-TFP-TOTAL.
           INITIALIZE WS-TFP-TABLA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TOMA-ESTADO NOT = "P"
                           PERFORM 004-TF-CALCULAR-DIFERENCIA
                           IF WS-TF-VALOR-DIF > 0
                               ADD WS-TF-VALOR-DIF TO WS-TF-SOBRANTE
                           END-IF
                           IF WS-TF-VALOR-DIF < 0
                               SUBTRACT WS-TF-VALOR-DIF
                                   FROM WS-TF-FALTANTE
                               PERFORM 004-TF-INSERTAR-PERDIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.
           COMPUTE WS-TF-NETO = WS-TF-SOBRANTE - WS-TF-FALTANTE.

       004-TF-INSERTAR-PERDIDA.
      *>  INSERCIÓN ORDENADA EN LA TABLA DE LAS DIEZ MAYORES
      *>  PÉRDIDAS (LA MÁS NEGATIVA PRIMERO).
           IF WS-TFP-TOTAL < 10
              OR WS-TF-VALOR-DIF < WS-TFP-VALOR(10)
               MOVE TOMA-CLASE TO WS-TFP-N-CLASE
               MOVE TOMA-CODIGO TO WS-TFP-N-CODIGO
               MOVE TOMA-NOMBRE TO WS-TFP-N-NOMBRE
               MOVE WS-TF-DIFERENCIA TO WS-TFP-N-DIF
               MOVE WS-TF-VALOR-DIF TO WS-TFP-N-VALOR
               IF WS-TFP-TOTAL < 10
                   ADD 1 TO WS-TFP-TOTAL
               END-IF
               MOVE WS-TFP-TOTAL TO WS-TFP-IDX
               MOVE 0 TO WS-TFP-MARCA
               PERFORM UNTIL WS-TFP-IDX = 1 OR WS-TFP-MARCA = 1
                   IF WS-TFP-VALOR(WS-TFP-IDX - 1) > WS-TF-VALOR-DIF
                       MOVE WS-TFP-ENTRADA(WS-TFP-IDX - 1)
                           TO WS-TFP-ENTRADA(WS-TFP-IDX)
                       SUBTRACT 1 FROM WS-TFP-IDX
                   ELSE
                       MOVE 1 TO WS-TFP-MARCA
                   END-IF
               END-PERFORM
               MOVE WS-TFP-NUEVA TO WS-TFP-ENTRADA(WS-TFP-IDX)
           END-IF.

       004-TF-ES-MAYOR-PERDIDA.
           MOVE 0 TO WS-TFP-MARCA.
           PERFORM VARYING WS-TFP-IDX FROM 1 BY 1
                   UNTIL WS-TFP-IDX > WS-TFP-TOTAL
               IF WS-TFP-CLASE(WS-TFP-IDX) = TOMA-CLASE
                  AND WS-TFP-CODIGO(WS-TFP-IDX) = TOMA-CODIGO
                   MOVE 1 TO WS-TFP-MARCA
               END-IF
           END-PERFORM.

       003-TF-EXPORTAR-DIFERENCIAS.
           MOVE "DIFERENCIAS_TOMA.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DIFERENCIAS DE LA TOMA FISICA DEL " WS-TF-FECHA
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "C CODIGO     DESCRIPCION               "
                  "SISTEMA CONTADO    DIFER.        COSTO"
                  "      VALOR DIFER."
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TOMA-ESTADO NOT = "P"
                           PERFORM 004-TF-LINEA-DIFERENCIA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE WS-TF-SOBRANTE TO WS-TF-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL SOBRANTES:  " WS-TF-MONTO-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY "TOTAL SOBRANTES:  " WS-TF-MONTO-ED.
           MOVE WS-TF-FALTANTE TO WS-TF-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL FALTANTES:  " WS-TF-MONTO-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY "TOTAL FALTANTES:  " WS-TF-MONTO-ED.
           MOVE WS-TF-NETO TO WS-TF-MONTO-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "DIFERENCIA NETA:  " WS-TF-MONTO-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY "DIFERENCIA NETA:  " WS-TF-MONTO-ED.

           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "MAYORES PERDIDAS" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY " ".
           DISPLAY "MAYORES PÉRDIDAS:".
           PERFORM VARYING WS-TFP-IDX FROM 1 BY 1
                   UNTIL WS-TFP-IDX > WS-TFP-TOTAL
               MOVE WS-TFP-VALOR(WS-TFP-IDX) TO WS-TF-MONTO-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING WS-TFP-IDX ". " WS-TFP-CLASE(WS-TFP-IDX) " "
                      WS-TFP-CODIGO(WS-TFP-IDX) " "
                      WS-TFP-NOMBRE(WS-TFP-IDX) " "
                      WS-TF-MONTO-ED
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY REPORTE-LINEA
           END-PERFORM.
           IF WS-TFP-TOTAL = 0
               MOVE "*** NO HAY FALTANTES ***" TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY "*** NO HAY FALTANTES ***"
           END-IF.

           IF WS-TF-PENDIENTES > 0
               MOVE SPACES TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE "RENGLONES SIN CONTAR (NO SE AJUSTAN)"
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE LOW-VALUES TO TOMA-CLAVE
               MOVE 0 TO WS-FIN-ARCHIVO
               START TOMA-FISICA KEY IS NOT LESS THAN TOMA-CLAVE
                   INVALID KEY
                       MOVE 1 TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ TOMA-FISICA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF TOMA-ESTADO = "P"
                               MOVE SPACES TO REPORTE-LINEA
                               STRING TOMA-CLASE " " TOMA-CODIGO " "
                                      TOMA-NOMBRE " " TOMA-AREA
                                      DELIMITED BY SIZE
                                   INTO REPORTE-LINEA
                               WRITE REPORTE-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY " "
               DISPLAY "RENGLONES SIN CONTAR: " WS-TF-PENDIENTES
           END-IF.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.

       004-TF-LINEA-DIFERENCIA.
           PERFORM 004-TF-CALCULAR-DIFERENCIA.
           MOVE SPACES TO WS-TF-LINEA-DIF.
           MOVE TOMA-CLASE TO WS-TFD-CLASE.
           MOVE TOMA-CODIGO TO WS-TFD-CODIGO.
           MOVE TOMA-NOMBRE TO WS-TFD-NOMBRE.
           MOVE TOMA-EXIST-SISTEMA TO WS-TFD-SISTEMA.
           MOVE TOMA-CONTADO TO WS-TFD-CONTADO.
           MOVE WS-TF-DIFERENCIA TO WS-TFD-DIFERENCIA.
           MOVE TOMA-COSTO TO WS-TFD-COSTO.
           MOVE WS-TF-VALOR-DIF TO WS-TFD-VALOR.
           PERFORM 004-TF-ES-MAYOR-PERDIDA.
           IF WS-TFP-MARCA = 1
               MOVE "*** MAYOR PERDIDA" TO WS-TFD-MARCA
           END-IF.
           IF TOMA-ESTADO = "A"
               MOVE "AJUSTE APLICADO" TO WS-TFD-MARCA
           END-IF.
           MOVE WS-TF-LINEA-DIF TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       002-TF-APLICAR-AJUSTES.
      *>  OPERACIÓN SENSIBLE: RESERVADA AL SUPERVISOR O AUTORIZADA
      *>  POR UNO EN EL MOMENTO. LA DIFERENCIA CONTADA SE SUMA A LA
      *>  EXISTENCIA ACTUAL, ASÍ LAS VENTAS Y ENTRADAS HECHAS ENTRE
      *>  LA FOTO Y LA APROBACIÓN NO SE PIERDEN.
           DISPLAY " ".
           DISPLAY "APROBACIÓN Y APLICACIÓN DE LA TOMA FÍSICA.".
           DISPLAY "---------------------------------------".
           PERFORM 003-TF-EXIGIR-TOMA.
           IF WS-TF-REGISTROS > 0
               IF WS-TF-CONTADOS = 0
                   DISPLAY "No hay conteos pendientes de aplicar."
               ELSE
                   PERFORM 003-TF-MAYORES-PERDIDAS
                   DISPLAY "RENGLONES CONTADOS:  " WS-TF-CONTADOS
                   DISPLAY "SIN CONTAR (NO SE AJUSTAN): "
                           WS-TF-PENDIENTES
                   MOVE WS-TF-SOBRANTE TO WS-TF-MONTO-ED
                   DISPLAY "TOTAL SOBRANTES:  " WS-TF-MONTO-ED
                   MOVE WS-TF-FALTANTE TO WS-TF-MONTO-ED
                   DISPLAY "TOTAL FALTANTES:  " WS-TF-MONTO-ED
                   PERFORM 003-EXIGIR-SUPERVISOR
                   IF WS-AUTORIZADO = 0
                       DISPLAY "AJUSTES DE TOMA FÍSICA NO AUTORIZADOS."
                   ELSE
                       DISPLAY "¿Aplicar todos los ajustes? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT CONFIRMAR
                       IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                           PERFORM 003-TF-APLICAR
                       ELSE
                           DISPLAY "Aplicación cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-TF-APLICAR.
           MOVE 0 TO WS-TF-APLICADOS.
           MOVE 0 TO WS-TF-SOBRANTE.
           MOVE 0 TO WS-TF-FALTANTE.
           MOVE "TOMA FISICA" TO WS-MOTIVO-MOVIMIENTO.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TOMA-ESTADO = "C"
                           PERFORM 004-TF-CALCULAR-DIFERENCIA
                           IF WS-TF-VALOR-DIF > 0
                               ADD WS-TF-VALOR-DIF TO WS-TF-SOBRANTE
                           END-IF
                           IF WS-TF-VALOR-DIF < 0
                               SUBTRACT WS-TF-VALOR-DIF
                                   FROM WS-TF-FALTANTE
                           END-IF
                           IF WS-TF-DIFERENCIA NOT = 0
                               IF TOMA-CLASE = "P"
                                   PERFORM 004-TF-AJUSTAR-PRODUCTO
                               ELSE
                                   PERFORM 004-TF-AJUSTAR-INGREDIENTE
                               END-IF
                           END-IF
                           MOVE "A" TO TOMA-ESTADO
                           REWRITE TOMA-REG
                               INVALID KEY
                                   DISPLAY "Error al cerrar el "
                                           "renglón " TOMA-CODIGO
                                           ". Código: " FS-TOMA
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.

           MOVE "APLICAR TOMA FISICA" TO WS-AUD-ACCION.
           MOVE WS-TF-FECHA TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "RENGLONES AJUSTADOS: " WS-TF-APLICADOS
                  " SOBRANTE: " WS-TF-SOBRANTE
                  " FALTANTE: " WS-TF-FALTANTE
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.
           DISPLAY "Ajustes aplicados: " WS-TF-APLICADOS.

       004-TF-AJUSTAR-PRODUCTO.
           MOVE TOMA-CODIGO TO PRODUCTO-CODIGO.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           READ PRODUCTOS
               KEY IS PRODUCTO-CODIGO
               INVALID KEY
                   DISPLAY "Producto " TOMA-CODIGO
                           " ya no existe; no se ajusta."
               NOT INVALID KEY
                   COMPUTE WS-TF-EXIST-NUEVA =
                       PRODUCTO-EXISTENCIA + WS-TF-DIFERENCIA
                   IF WS-TF-EXIST-NUEVA < 0
                       MOVE 0 TO WS-TF-EXIST-NUEVA
                   END-IF
                   IF WS-TF-EXIST-NUEVA > PRODUCTO-EXISTENCIA
                       COMPUTE WS-CANT-MOVIMIENTO =
                           WS-TF-EXIST-NUEVA - PRODUCTO-EXISTENCIA
                   ELSE
                       COMPUTE WS-CANT-MOVIMIENTO =
                           PRODUCTO-EXISTENCIA - WS-TF-EXIST-NUEVA
                   END-IF
                   MOVE "AJUSTE TOMA FISICA" TO WS-AUD-ACCION
                   MOVE PRODUCTO-CODIGO TO WS-AUD-CLAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                   STRING "EXISTENCIA:" PRODUCTO-EXISTENCIA
                          " CONGELADA:" TOMA-EXIST-SISTEMA
                          " CONTADA:" TOMA-CONTADO
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   MOVE WS-TF-EXIST-NUEVA TO PRODUCTO-EXISTENCIA
                   REWRITE PRODUCTO-REG
                       INVALID KEY
                           DISPLAY "Error al ajustar la existencia. "
                                   "Código: " FS-PRODUCTOS
                       NOT INVALID KEY
                           MOVE "AJUSTE" TO WS-TIPO-MOVIMIENTO
                           PERFORM 003-REGISTRAR-MOVIMIENTO-KARDEX
                           ADD 1 TO WS-TF-APLICADOS
                   END-REWRITE
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

       004-TF-AJUSTAR-INGREDIENTE.
           MOVE TOMA-CODIGO TO INGREDIENTE-CODIGO.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           READ INGREDIENTES
               KEY IS INGREDIENTE-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente " TOMA-CODIGO
                           " ya no existe; no se ajusta."
               NOT INVALID KEY
                   COMPUTE WS-TF-EXIST-NUEVA =
                       INGREDIENTE-EXISTENCIA + WS-TF-DIFERENCIA
                   IF WS-TF-EXIST-NUEVA < 0
                       MOVE 0 TO WS-TF-EXIST-NUEVA
                   END-IF
                   IF WS-TF-EXIST-NUEVA > INGREDIENTE-EXISTENCIA
                       COMPUTE WS-CANT-INGREDIENTE =
                           WS-TF-EXIST-NUEVA - INGREDIENTE-EXISTENCIA
                   ELSE
                       COMPUTE WS-CANT-INGREDIENTE =
                           INGREDIENTE-EXISTENCIA - WS-TF-EXIST-NUEVA
                   END-IF
                   MOVE "AJUSTE TOMA FISICA" TO WS-AUD-ACCION
                   MOVE INGREDIENTE-CODIGO TO WS-AUD-CLAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                   STRING "EXISTENCIA:" INGREDIENTE-EXISTENCIA
                          " CONGELADA:" TOMA-EXIST-SISTEMA
                          " CONTADA:" TOMA-CONTADO
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   MOVE WS-TF-EXIST-NUEVA TO INGREDIENTE-EXISTENCIA
                   REWRITE INGREDIENTE-REG
                       INVALID KEY
                           DISPLAY "Error al ajustar la existencia. "
                                   "Código: " FS-INGREDIENTES
                       NOT INVALID KEY
                           MOVE "AJUSTE" TO WS-TIPO-MOVIMIENTO
                           PERFORM 003-KARDEX-INGREDIENTE
                           ADD 1 TO WS-TF-APLICADOS
                   END-REWRITE
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.

       002-VALORIZACION-INVENTARIO.
      *>  VALORIZACIÓN MENSUAL DEL INVENTARIO A COSTO PROMEDIO
      *>  PONDERADO: EXISTENCIA INICIAL, COMPRAS, COSTO DE LO VENDIDO
      *>  O CONSUMIDO, OTROS MOVIMIENTOS (AJUSTES) Y EXISTENCIA FINAL
      *>  POR PRODUCTO, POR INGREDIENTE Y POR CATEGORÍA. LOS SALDOS
      *>  SE RECONSTRUYEN DESDE EL KARDEX; EL FOOD COST COMPARA EL
      *>  COSTO DE LO VENDIDO CONTRA LAS VENTAS NETAS DE IVA DEL MES.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "VALORIZACIÓN DEL INVENTARIO: "
           DISPLAY "********************************"
           DISPLAY "INTRODUZCA EL MES (MM): " WITH NO ADVANCING.
           ACCEPT WS-MES.
           DISPLAY "INTRODUZCA EL AÑO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANNO.
           MOVE SPACES TO WS-VZ-DESDE.
           MOVE SPACES TO WS-VZ-HASTA.
           STRING WS-ANNO WS-MES "01" DELIMITED BY SIZE
               INTO WS-VZ-DESDE.
           STRING WS-ANNO WS-MES "31" DELIMITED BY SIZE
               INTO WS-VZ-HASTA.

           MOVE 0 TO WS-VZ-TOTAL.
           MOVE 0 TO WS-VZ-LLENO.
           MOVE 0 TO WS-VC-TOTAL.
           PERFORM 003-VZ-CARGAR-PRODUCTOS.
           PERFORM 003-VZ-CARGAR-INGREDIENTES.
           PERFORM 003-VZ-RECORRER-KARDEX.
           PERFORM 003-VZ-VENTAS-NETAS.
           PERFORM 003-VZ-EXPORTAR.
           STOP "ENTER PARA CONTINUAR".

       003-VZ-CARGAR-PRODUCTOS.
      *>  CADA PRODUCTO ENTRA A LA TABLA CON SU EXISTENCIA Y COSTO
      *>  ACTUALES COMO SALDO INICIAL Y FINAL; EL KARDEX LOS CORRIGE
      *>  LUEGO SI HUBO MOVIMIENTOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           PERFORM 004-LEE-SIG-PRODUCTO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE 0 TO WS-VZ-COSTO-AUX
               IF PRODUCTO-COSTO-PROMEDIO IS NUMERIC
                   MOVE PRODUCTO-COSTO-PROMEDIO TO WS-VZ-COSTO-AUX
               END-IF
               IF WS-VZ-COSTO-AUX = 0
                   MOVE PRODUCTO-COSTO TO WS-VZ-COSTO-AUX
               END-IF
               MOVE "P" TO WS-VZ-CLASE-AUX
               MOVE PRODUCTO-CODIGO TO WS-VZ-CODIGO-AUX
               MOVE PRODUCTO-NOMBRE TO WS-VZ-NOMBRE-AUX
               MOVE PRODUCTO-CATEGORIA TO WS-VZ-CATEGORIA-AUX
               MOVE PRODUCTO-EXISTENCIA TO WS-VZ-EXIST-AUX
               PERFORM 004-VZ-AGREGAR-ENTRADA
               PERFORM 004-LEE-SIG-PRODUCTO
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.

       003-VZ-CARGAR-INGREDIENTES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-INGREDIENTES.
           PERFORM 004-LEE-SIG-INGREDIENTE.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE 0 TO WS-VZ-COSTO-AUX
               IF INGREDIENTE-COSTO-PROMEDIO IS NUMERIC
                   MOVE INGREDIENTE-COSTO-PROMEDIO TO WS-VZ-COSTO-AUX
               END-IF
               MOVE "I" TO WS-VZ-CLASE-AUX
               MOVE INGREDIENTE-CODIGO TO WS-VZ-CODIGO-AUX
               MOVE INGREDIENTE-NOMBRE TO WS-VZ-NOMBRE-AUX
               MOVE "ALMACEN DE COCINA" TO WS-VZ-CATEGORIA-AUX
               MOVE INGREDIENTE-EXISTENCIA TO WS-VZ-EXIST-AUX
               PERFORM 004-VZ-AGREGAR-ENTRADA
               PERFORM 004-LEE-SIG-INGREDIENTE
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-INGREDIENTES.

       004-VZ-AGREGAR-ENTRADA.
           IF WS-VZ-TOTAL < 500
               ADD 1 TO WS-VZ-TOTAL
               MOVE WS-VZ-CLASE-AUX TO WS-VZ-CLASE(WS-VZ-TOTAL)
               MOVE WS-VZ-CODIGO-AUX TO WS-VZ-CODIGO(WS-VZ-TOTAL)
               MOVE WS-VZ-NOMBRE-AUX TO WS-VZ-NOMBRE(WS-VZ-TOTAL)
               MOVE WS-VZ-CATEGORIA-AUX
                   TO WS-VZ-CATEGORIA(WS-VZ-TOTAL)
               MOVE WS-VZ-COSTO-AUX TO WS-VZ-COSTO(WS-VZ-TOTAL)
               MOVE 0 TO WS-VZ-ESTADO(WS-VZ-TOTAL)
               MOVE WS-VZ-EXIST-AUX TO WS-VZ-CANT-INI(WS-VZ-TOTAL)
               MOVE WS-VZ-EXIST-AUX TO WS-VZ-CANT-FIN(WS-VZ-TOTAL)
               COMPUTE WS-VZ-VALOR-INI(WS-VZ-TOTAL) ROUNDED =
                   WS-VZ-EXIST-AUX * WS-VZ-COSTO-AUX
               MOVE WS-VZ-VALOR-INI(WS-VZ-TOTAL)
                   TO WS-VZ-VALOR-FIN(WS-VZ-TOTAL)
               MOVE 0 TO WS-VZ-COMPRAS(WS-VZ-TOTAL)
               MOVE 0 TO WS-VZ-CONSUMO(WS-VZ-TOTAL)
           ELSE
               IF WS-VZ-LLENO = 0
                   MOVE 1 TO WS-VZ-LLENO
                   DISPLAY "ADVERTENCIA: TABLA DE VALORIZACIÓN LLENA, "
                           "SOLO SE VALORIZAN 500 RENGLONES."
               END-IF
           END-IF.

       003-VZ-RECORRER-KARDEX.
      *>  EL KARDEX SE GRABA EN ORDEN CRONOLÓGICO: LO ANTERIOR AL MES
      *>  FIJA EL SALDO INICIAL, LO DEL MES SE ACUMULA Y FIJA EL
      *>  SALDO FINAL, Y EL PRIMER MOVIMIENTO POSTERIOR DE UN RENGLÓN
      *>  SIN HISTORIA PREVIA DEJA SU EXISTENCIA ANTERIOR COMO SALDO.
           OPEN INPUT KARDEX.
           IF FS-KARDEX NOT = "00"
               DISPLAY "El kardex no tiene movimientos registrados."
           ELSE
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ KARDEX
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 004-VZ-MOVIMIENTO
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-KARDEX
           END-IF.

       004-VZ-MOVIMIENTO.
      *>  LOS ASIENTOS ANTERIORES AL COSTEO NO TRAEN CLASE: SE
      *>  APLICAN AL PRIMER RENGLÓN CON ESE CÓDIGO.
           MOVE 0 TO WS-VZ-HALLADO.
           PERFORM VARYING WS-VZ-IDX FROM 1 BY 1
                   UNTIL WS-VZ-IDX > WS-VZ-TOTAL
                      OR WS-VZ-HALLADO > 0
               IF WS-VZ-CODIGO(WS-VZ-IDX) = KARDEX-PRODUCTO
                  AND (KARDEX-CLASE = WS-VZ-CLASE(WS-VZ-IDX)
                       OR KARDEX-CLASE = SPACE)
                   MOVE WS-VZ-IDX TO WS-VZ-HALLADO
               END-IF
           END-PERFORM.
           IF WS-VZ-HALLADO > 0
               MOVE WS-VZ-HALLADO TO WS-VZ-IDX
               PERFORM 004-VZ-APLICAR-MOVIMIENTO
           END-IF.

       004-VZ-APLICAR-MOVIMIENTO.
           MOVE SPACES TO WS-FECHA-CMP-REG.
           STRING KARDEX-FECHA(7:4) KARDEX-FECHA(4:2)
                  KARDEX-FECHA(1:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CMP-REG.
           MOVE WS-VZ-COSTO(WS-VZ-IDX) TO WS-VZ-COSTO-LINEA.
           IF KARDEX-COSTO-PROMEDIO IS NUMERIC
              AND KARDEX-COSTO-PROMEDIO > 0
               MOVE KARDEX-COSTO-PROMEDIO TO WS-VZ-COSTO-LINEA
           END-IF.
           MOVE WS-VZ-COSTO-LINEA TO WS-VZ-COSTO-MOV.
           IF KARDEX-COSTO-UNITARIO IS NUMERIC
              AND KARDEX-COSTO-UNITARIO > 0
               MOVE KARDEX-COSTO-UNITARIO TO WS-VZ-COSTO-MOV
           END-IF.
           MOVE KARDEX-EXISTENCIA TO WS-VZ-EXIST-ANTES.
           EVALUATE KARDEX-TIPO
               WHEN "ENTRADA"
                   IF KARDEX-CANTIDAD > KARDEX-EXISTENCIA
                       MOVE 0 TO WS-VZ-EXIST-ANTES
                   ELSE
                       COMPUTE WS-VZ-EXIST-ANTES =
                           KARDEX-EXISTENCIA - KARDEX-CANTIDAD
                   END-IF
               WHEN "SALIDA"
                   COMPUTE WS-VZ-EXIST-ANTES =
                       KARDEX-EXISTENCIA + KARDEX-CANTIDAD
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-FECHA-CMP-REG < WS-VZ-DESDE
                   MOVE KARDEX-EXISTENCIA TO WS-VZ-CANT-INI(WS-VZ-IDX)
                   MOVE KARDEX-EXISTENCIA TO WS-VZ-CANT-FIN(WS-VZ-IDX)
                   COMPUTE WS-VZ-VALOR-INI(WS-VZ-IDX) ROUNDED =
                       KARDEX-EXISTENCIA * WS-VZ-COSTO-LINEA
                   MOVE WS-VZ-VALOR-INI(WS-VZ-IDX)
                       TO WS-VZ-VALOR-FIN(WS-VZ-IDX)
                   MOVE 1 TO WS-VZ-ESTADO(WS-VZ-IDX)
               WHEN WS-FECHA-CMP-REG NOT > WS-VZ-HASTA
                   IF WS-VZ-ESTADO(WS-VZ-IDX) = 0
                       MOVE WS-VZ-EXIST-ANTES
                           TO WS-VZ-CANT-INI(WS-VZ-IDX)
                       COMPUTE WS-VZ-VALOR-INI(WS-VZ-IDX) ROUNDED =
                           WS-VZ-EXIST-ANTES * WS-VZ-COSTO-LINEA
                       MOVE 1 TO WS-VZ-ESTADO(WS-VZ-IDX)
                   END-IF
                   COMPUTE WS-VZ-VALOR-MOV ROUNDED =
                       KARDEX-CANTIDAD * WS-VZ-COSTO-MOV
                   EVALUATE TRUE
                       WHEN KARDEX-TIPO = "ENTRADA"
                        AND (KARDEX-MOTIVO = "CANCELACION"
                             OR KARDEX-MOTIVO = "NOTA CREDITO")
                           SUBTRACT WS-VZ-VALOR-MOV
                               FROM WS-VZ-CONSUMO(WS-VZ-IDX)
                       WHEN KARDEX-TIPO = "ENTRADA"
                           ADD WS-VZ-VALOR-MOV
                               TO WS-VZ-COMPRAS(WS-VZ-IDX)
                       WHEN KARDEX-TIPO = "SALIDA"
                           ADD WS-VZ-VALOR-MOV
                               TO WS-VZ-CONSUMO(WS-VZ-IDX)
                   END-EVALUATE
                   MOVE KARDEX-EXISTENCIA TO WS-VZ-CANT-FIN(WS-VZ-IDX)
                   COMPUTE WS-VZ-VALOR-FIN(WS-VZ-IDX) ROUNDED =
                       KARDEX-EXISTENCIA * WS-VZ-COSTO-LINEA
               WHEN OTHER
                   IF WS-VZ-ESTADO(WS-VZ-IDX) = 0
                       MOVE WS-VZ-EXIST-ANTES
                           TO WS-VZ-CANT-INI(WS-VZ-IDX)
                       MOVE WS-VZ-EXIST-ANTES
                           TO WS-VZ-CANT-FIN(WS-VZ-IDX)
                       COMPUTE WS-VZ-VALOR-INI(WS-VZ-IDX) ROUNDED =
                           WS-VZ-EXIST-ANTES * WS-VZ-COSTO-LINEA
                       MOVE WS-VZ-VALOR-INI(WS-VZ-IDX)
                           TO WS-VZ-VALOR-FIN(WS-VZ-IDX)
                       MOVE 2 TO WS-VZ-ESTADO(WS-VZ-IDX)
                   END-IF
           END-EVALUATE.

       003-VZ-VENTAS-NETAS.
      *>  VENTAS DEL MES SIN IVA: BASES DE LAS FACTURAS NO ANULADAS
      *>  MENOS LAS BASES DE LAS NOTAS DE CRÉDITO DEL MES.
           MOVE 0 TO WS-VZ-VENTAS-NETAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE FACTURA-FECHA(4:2) TO WS-REG-MES
               MOVE FACTURA-FECHA(7:4) TO WS-REG-ANNO
               IF WS-REG-MES = WS-MES AND WS-REG-ANNO = WS-ANNO
                  AND FACTURA-ESTADO NOT = "ANULADA"
                   PERFORM 003-DESGLOSE-IVA-FACTURA
                   ADD WS-IV-EXENTO WS-IV-BASE-RED WS-IV-BASE-GEN
                       TO WS-VZ-VENTAS-NETAS
               END-IF
               PERFORM 004-LEE-SIG-FACTURA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-NOTAS.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ NOTAS-CREDITO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE NOTA-FECHA(4:2) TO WS-REG-MES
                       MOVE NOTA-FECHA(7:4) TO WS-REG-ANNO
                       IF WS-REG-MES = WS-MES
                          AND WS-REG-ANNO = WS-ANNO
                           PERFORM 003-DESGLOSE-IVA-NOTA
                           SUBTRACT WS-IV-EXENTO WS-IV-BASE-RED
                                    WS-IV-BASE-GEN
                               FROM WS-VZ-VENTAS-NETAS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-NOTAS.

       003-VZ-EXPORTAR.
           MOVE "VALORIZACION_INVENTARIO.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VALORIZACION DEL INVENTARIO A COSTO PROMEDIO - MES "
                  DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "CODIGO     DESCRIPCION               "
                  "CANT.INI   VALOR INICIAL        COMPRAS"
                  "  COSTO VENDIDO  OTROS/AJUSTES CANT.FIN"
                  "     VALOR FINAL"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           MOVE 0 TO WS-VZ-G-INI.
           MOVE 0 TO WS-VZ-G-COMPRAS.
           MOVE 0 TO WS-VZ-G-CONSUMO.
           MOVE 0 TO WS-VZ-G-OTROS.
           MOVE 0 TO WS-VZ-G-FIN.
           MOVE "P" TO WS-VZ-CLASE-AUX.
           MOVE "PRODUCTOS" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-VZ-EXPORTAR-CLASE.
           MOVE "TOTAL PRODUCTOS" TO WS-VZ-A-TITULO.
           PERFORM 004-VZ-LINEA-TOTAL.
           MOVE "I" TO WS-VZ-CLASE-AUX.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "INGREDIENTES (ALMACEN DE COCINA)" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-VZ-EXPORTAR-CLASE.
           MOVE "TOTAL INGREDIENTES" TO WS-VZ-A-TITULO.
           PERFORM 004-VZ-LINEA-TOTAL.

           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "TOTALES POR CATEGORIA" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-TOTAL
               MOVE WS-VC-CATEGORIA(WS-VC-IDX) TO WS-VZ-A-TITULO
               MOVE WS-VC-INI(WS-VC-IDX) TO WS-VZ-A-INI
               MOVE WS-VC-COMPRAS(WS-VC-IDX) TO WS-VZ-A-COMPRAS
               MOVE WS-VC-CONSUMO(WS-VC-IDX) TO WS-VZ-A-CONSUMO
               MOVE WS-VC-OTROS(WS-VC-IDX) TO WS-VZ-A-OTROS
               MOVE WS-VC-FIN(WS-VC-IDX) TO WS-VZ-A-FIN
               PERFORM 004-VZ-LINEA-TOTAL
           END-PERFORM.

           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "TOTAL GENERAL DEL INVENTARIO" TO WS-VZ-A-TITULO.
           MOVE WS-VZ-G-INI TO WS-VZ-A-INI.
           MOVE WS-VZ-G-COMPRAS TO WS-VZ-A-COMPRAS.
           MOVE WS-VZ-G-CONSUMO TO WS-VZ-A-CONSUMO.
           MOVE WS-VZ-G-OTROS TO WS-VZ-A-OTROS.
           MOVE WS-VZ-G-FIN TO WS-VZ-A-FIN.
           PERFORM 004-VZ-LINEA-TOTAL.

           MOVE 0 TO WS-FOOD-COST-PCT.
           IF WS-VZ-VENTAS-NETAS > 0 AND WS-VZ-G-CONSUMO > 0
               COMPUTE WS-FOOD-COST-PCT ROUNDED =
                   WS-VZ-G-CONSUMO * 100 / WS-VZ-VENTAS-NETAS
           END-IF.
           MOVE WS-VZ-VENTAS-NETAS TO WS-VZ-VENTAS-ED.
           MOVE WS-FOOD-COST-PCT TO WS-VZ-PCT-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VENTAS NETAS DE IVA DEL MES: " DELIMITED BY SIZE
                  WS-VZ-VENTAS-ED DELIMITED BY SIZE
                  "   FOOD COST: " DELIMITED BY SIZE
                  WS-VZ-PCT-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           DISPLAY " ".
           DISPLAY "INVENTARIO INICIAL:    " WS-VZ-G-INI.
           DISPLAY "COMPRAS DEL MES:       " WS-VZ-G-COMPRAS.
           DISPLAY "COSTO DE LO VENDIDO:   " WS-VZ-G-CONSUMO.
           DISPLAY "OTROS / AJUSTES:       " WS-VZ-G-OTROS.
           DISPLAY "INVENTARIO FINAL:      " WS-VZ-G-FIN.
           DISPLAY "VENTAS NETAS DE IVA:   " WS-VZ-VENTAS-NETAS.
           DISPLAY "FOOD COST:             " WS-VZ-PCT-ED " %".
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.

       004-VZ-EXPORTAR-CLASE.
      *>  ESCRIBE LOS RENGLONES DE LA CLASE EN WS-VZ-CLASE-AUX (P O I)
      *>  CON MOVIMIENTO O SALDO, Y ACUMULA SUS TOTALES, LOS DE SU
      *>  CATEGORÍA Y LOS GENERALES.
           MOVE 0 TO WS-VZ-A-INI.
           MOVE 0 TO WS-VZ-A-COMPRAS.
           MOVE 0 TO WS-VZ-A-CONSUMO.
           MOVE 0 TO WS-VZ-A-OTROS.
           MOVE 0 TO WS-VZ-A-FIN.
           PERFORM VARYING WS-VZ-IDX FROM 1 BY 1
                   UNTIL WS-VZ-IDX > WS-VZ-TOTAL
               IF WS-VZ-CLASE(WS-VZ-IDX) = WS-VZ-CLASE-AUX
                  AND (WS-VZ-VALOR-INI(WS-VZ-IDX) NOT = 0
                       OR WS-VZ-COMPRAS(WS-VZ-IDX) NOT = 0
                       OR WS-VZ-CONSUMO(WS-VZ-IDX) NOT = 0
                       OR WS-VZ-VALOR-FIN(WS-VZ-IDX) NOT = 0)
                   PERFORM 004-VZ-IMPRIME-RENGLON
               END-IF
           END-PERFORM.

       004-VZ-IMPRIME-RENGLON.
           COMPUTE WS-VZ-OTROS =
               WS-VZ-VALOR-FIN(WS-VZ-IDX)
               - WS-VZ-VALOR-INI(WS-VZ-IDX)
               - WS-VZ-COMPRAS(WS-VZ-IDX)
               + WS-VZ-CONSUMO(WS-VZ-IDX).
           MOVE SPACES TO WS-VZ-LINEA.
           MOVE WS-VZ-CODIGO(WS-VZ-IDX) TO WS-VZL-CODIGO.
           MOVE WS-VZ-NOMBRE(WS-VZ-IDX) TO WS-VZL-NOMBRE.
           MOVE WS-VZ-CANT-INI(WS-VZ-IDX) TO WS-VZL-CANT-INI.
           MOVE WS-VZ-VALOR-INI(WS-VZ-IDX) TO WS-VZL-VALOR-INI.
           MOVE WS-VZ-COMPRAS(WS-VZ-IDX) TO WS-VZL-COMPRAS.
           MOVE WS-VZ-CONSUMO(WS-VZ-IDX) TO WS-VZL-CONSUMO.
           MOVE WS-VZ-OTROS TO WS-VZL-OTROS.
           MOVE WS-VZ-CANT-FIN(WS-VZ-IDX) TO WS-VZL-CANT-FIN.
           MOVE WS-VZ-VALOR-FIN(WS-VZ-IDX) TO WS-VZL-VALOR-FIN.
           MOVE WS-VZ-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           ADD WS-VZ-VALOR-INI(WS-VZ-IDX) TO WS-VZ-A-INI WS-VZ-G-INI.
           ADD WS-VZ-COMPRAS(WS-VZ-IDX)
               TO WS-VZ-A-COMPRAS WS-VZ-G-COMPRAS.
           ADD WS-VZ-CONSUMO(WS-VZ-IDX)
               TO WS-VZ-A-CONSUMO WS-VZ-G-CONSUMO.
           ADD WS-VZ-OTROS TO WS-VZ-A-OTROS WS-VZ-G-OTROS.
           ADD WS-VZ-VALOR-FIN(WS-VZ-IDX) TO WS-VZ-A-FIN WS-VZ-G-FIN.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-TOTAL
                      OR WS-ENCONTRADO = 1
               IF WS-VC-CATEGORIA(WS-VC-IDX) =
                  WS-VZ-CATEGORIA(WS-VZ-IDX)
                   MOVE 1 TO WS-ENCONTRADO
                   SUBTRACT 1 FROM WS-VC-IDX
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0
               IF WS-VC-TOTAL < 60
                   ADD 1 TO WS-VC-TOTAL
                   MOVE WS-VC-TOTAL TO WS-VC-IDX
                   MOVE WS-VZ-CATEGORIA(WS-VZ-IDX)
                       TO WS-VC-CATEGORIA(WS-VC-IDX)
                   MOVE 0 TO WS-VC-INI(WS-VC-IDX)
                   MOVE 0 TO WS-VC-COMPRAS(WS-VC-IDX)
                   MOVE 0 TO WS-VC-CONSUMO(WS-VC-IDX)
                   MOVE 0 TO WS-VC-OTROS(WS-VC-IDX)
                   MOVE 0 TO WS-VC-FIN(WS-VC-IDX)
                   MOVE 1 TO WS-ENCONTRADO
               END-IF
           END-IF.
           IF WS-ENCONTRADO = 1
               ADD WS-VZ-VALOR-INI(WS-VZ-IDX) TO WS-VC-INI(WS-VC-IDX)
               ADD WS-VZ-COMPRAS(WS-VZ-IDX)
                   TO WS-VC-COMPRAS(WS-VC-IDX)
               ADD WS-VZ-CONSUMO(WS-VZ-IDX)
                   TO WS-VC-CONSUMO(WS-VC-IDX)
               ADD WS-VZ-OTROS TO WS-VC-OTROS(WS-VC-IDX)
               ADD WS-VZ-VALOR-FIN(WS-VZ-IDX) TO WS-VC-FIN(WS-VC-IDX)
           END-IF.

       004-VZ-LINEA-TOTAL.
           MOVE SPACES TO WS-VZ-LINEA.
           MOVE WS-VZ-A-INI TO WS-VZL-VALOR-INI.
           MOVE WS-VZ-A-COMPRAS TO WS-VZL-COMPRAS.
           MOVE WS-VZ-A-CONSUMO TO WS-VZL-CONSUMO.
           MOVE WS-VZ-A-OTROS TO WS-VZL-OTROS.
           MOVE WS-VZ-A-FIN TO WS-VZL-VALOR-FIN.
           MOVE WS-VZ-A-TITULO TO WS-VZ-LINEA(1:36).
           MOVE WS-VZ-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       002-PRODUCTOS-BAJO-MINIMO.
           DISPLAY " "
           DISPLAY "7 - LIBRO DE VENTAS FISCAL DEL MES".
           DISPLAY "8 - RANKING DE PRODUCTOS VENDIDOS".
           DISPLAY "9 - COMISIONES QUINCENALES DE MESONEROS".
           DISPLAY "11 - RETENCIONES DE IVA RECIBIDAS EN EL MES".
           DISPLAY "12 - VENTAS POR HORA Y DÍA, OCUPACIÓN DE MESAS".
           DISPLAY "----------------------------------------------".
           DISPLAY "10 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           WHEN 7 PERFORM     002-LIBRO-VENTAS
           WHEN 8 PERFORM     002-RANKING-PRODUCTOS
           WHEN 9 PERFORM     002-COMISIONES-MESONEROS
           WHEN 11 PERFORM    002-INFORME-RETENCIONES
           WHEN 12 PERFORM    002-ANALISIS-VENTAS-HORARIO
           WHEN 10 MOVE 1 TO WS-FIN-SUBMENU
           WHEN OTHER
              DISPLAY " "
               DISPLAY " - TELÉFONO: " CLIENTE-TELEFONO 
                       " / " CLIENTE-CELULAR
               DISPLAY " - CORREO ELECTRÓNICO: " CLIENTE-EMAIL
               IF CLIENTE-AGENTE-RETENCION = "S"
                   DISPLAY " - AGENTE DE RETENCIÓN DE IVA AL "
                           CLIENTE-PCT-RETENCION "%"
               END-IF
               MOVE 1 TO WS-ENCONTRADO
               STRING CLIENTE-RIF DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
               PERFORM 003-LISTAR-DETALLE-FACTURA
               DISPLAY " - DIRECCIÓN: " FACTURA-DIRECCION
               DISPLAY " - TELÉFONOS: " FACTURA-TELEFONOS
               PERFORM 003-MOSTRAR-IVA-FACTURA
               DISPLAY " - TOTAL: " FACTURA-TOTAL
               MOVE 1 TO WS-ENCONTRADO
               STRING FACTURA-RIF DELIMITED BY SIZE

       002-LIBRO-VENTAS.
      *>  LIBRO DE VENTAS FISCAL DEL MES: FECHA, RIF, RAZÓN SOCIAL,
      *>  NÚMERO, VENTAS EXENTAS, BASE E IVA DE LA ALÍCUOTA REDUCIDA,
      *>  BASE E IVA DE LA ALÍCUOTA GENERAL, IGTF Y TOTAL EN COLUMNAS
      *>  ALINEADAS, CON TOTALES POR PÁGINA Y TOTALES GENERALES. LAS
      *>  FACTURAS ANULADAS SE LISTAN EN CERO CON SU LEYENDA. EL IGTF
      *>  VA POR LA FECHA DEL COBRO EN DIVISAS, NO POR LA DE LA
      *>  FACTURA.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "LIBRO DE VENTAS FISCAL: "
      *>  GENERA EL LIBRO DE VENTAS DEL MES EN WS-MES / WS-ANNO SIN
      *>  PREGUNTAR NADA; LO COMPARTEN LA OPCIÓN DE MENÚ Y EL
      *>  PROCESO POR LOTES NOCTURNO.
           MOVE 0 TO WS-LV-PAG-EXENTO.
           MOVE 0 TO WS-LV-PAG-BASE-RED.
           MOVE 0 TO WS-LV-PAG-IVA-RED.
           MOVE 0 TO WS-LV-PAG-BASE.
           MOVE 0 TO WS-LV-PAG-IVA.
           MOVE 0 TO WS-LV-PAG-IGTF.
           MOVE 0 TO WS-LV-PAG-TOTAL.
           MOVE 0 TO WS-LV-GEN-EXENTO.
           MOVE 0 TO WS-LV-GEN-BASE-RED.
           MOVE 0 TO WS-LV-GEN-IVA-RED.
           MOVE 0 TO WS-LV-GEN-BASE.
           MOVE 0 TO WS-LV-GEN-IVA.
           MOVE 0 TO WS-LV-GEN-IGTF.
           MOVE 0 TO WS-LV-GEN-TOTAL.
           MOVE 0 TO WS-LV-LINEAS.
           MOVE 0 TO WS-LV-PAGINA.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           PERFORM 000-ABRIR-ARCHIVO-COBROS.
           PERFORM 004-LEE-SIG-FACTURA.

           MOVE "LIBRO_VENTAS.TXT" TO WS-NOMBRE-REPORTE.
                  WS-ANNO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-ENCABEZADO-LIBRO-VENTAS.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 004-IMPRIME-LIBRO-VENTA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 003-LIBRO-NOTAS-CREDITO.

           IF WS-LV-LINEAS > 0
               PERFORM 004-TOTALES-PAGINA-VENTAS
           END-IF.

      *>  EL IGTF DEL MES ES EL DE TODOS LOS COBROS DEL MES, COMO EN
      *>  LOS ASIENTOS DE COBROS; LO COBRADO FUERA DE LAS FACTURAS
      *>  LISTADAS (ABONOS A FACTURAS DE OTROS MESES) VA EN SU LÍNEA.
           PERFORM 004-LV-IGTF-COBROS-MES.
           COMPUTE WS-LV-IGTF-OTRAS = WS-LV-IGTF-MES - WS-LV-GEN-IGTF.
           MOVE WS-LV-IGTF-MES TO WS-LV-GEN-IGTF.
           IF WS-LV-IGTF-OTRAS > 0
               MOVE WS-LV-IGTF-OTRAS TO WS-LV-TOT-IGTF-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "IGTF DE COBROS DEL MES SOBRE FACTURAS DE OTROS "
                      "MESES O ANULADAS: " WS-LV-TOT-IGTF-ED
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

           MOVE WS-LV-GEN-EXENTO TO WS-LV-TOT-EXENTO-ED.
           MOVE WS-LV-GEN-BASE-RED TO WS-LV-TOT-BASE-RED-ED.
           MOVE WS-LV-GEN-IVA-RED TO WS-LV-TOT-IVA-RED-ED.
           MOVE WS-LV-GEN-BASE TO WS-LV-TOT-BASE-ED.
           MOVE WS-LV-GEN-IVA TO WS-LV-TOT-IVA-ED.
           MOVE WS-LV-GEN-IGTF TO WS-LV-TOT-IGTF-ED.
           MOVE WS-LV-GEN-TOTAL TO WS-LV-TOT-TOTAL-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTALES GENERALES DEL MES:  EXENTO "
                  DELIMITED BY SIZE
                  WS-LV-TOT-EXENTO-ED DELIMITED BY SIZE
                  "  BASE RED. " DELIMITED BY SIZE
                  WS-LV-TOT-BASE-RED-ED DELIMITED BY SIZE
                  "  IVA RED. " DELIMITED BY SIZE
                  WS-LV-TOT-IVA-RED-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "                            BASE GRAL. "
                  DELIMITED BY SIZE
                  WS-LV-TOT-BASE-ED DELIMITED BY SIZE
                  "  IVA GRAL. " DELIMITED BY SIZE
                  WS-LV-TOT-IVA-ED DELIMITED BY SIZE
                  "  IGTF " DELIMITED BY SIZE
                  WS-LV-TOT-IGTF-ED DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-LV-TOT-TOTAL-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      *>  LAS RETENCIONES DE IVA RECIBIDAS EN EL MES NO ALTERAN LOS
      *>  DÉBITOS FISCALES; SE LISTAN APARTE PARA DESCONTARLAS EN LA
      *>  DECLARACIÓN DE IVA
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "RETENCIONES DE IVA RECIBIDAS EN EL MES"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-ENCABEZADO-RETENCIONES.
           PERFORM 004-LISTAR-RETENCIONES-MES.
           PERFORM 004-TOTAL-RETENCIONES.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           IF WS-ENCONTRADO = 0 THEN
           ELSE
               DISPLAY " "
               DISPLAY "TOTALES GENERALES DEL MES:"
               DISPLAY "  VENTAS EXENTAS:       " WS-LV-GEN-EXENTO
               DISPLAY "  BASE ALÍC. REDUCIDA:  " WS-LV-GEN-BASE-RED
               DISPLAY "  IVA ALÍC. REDUCIDA:   " WS-LV-GEN-IVA-RED
               DISPLAY "  BASE ALÍC. GENERAL:   " WS-LV-GEN-BASE
               DISPLAY "  IVA ALÍC. GENERAL:    " WS-LV-GEN-IVA
               DISPLAY "  IGTF PERCIBIDO:       " WS-LV-GEN-IGTF
               IF WS-LV-IGTF-OTRAS > 0
                   DISPLAY "    (OTRAS FACTURAS:    " WS-LV-IGTF-OTRAS
                           ")"
               END-IF
               DISPLAY "  TOTAL:                " WS-LV-GEN-TOTAL
               DISPLAY "  IVA RETENIDO (CLIENTES): " WS-RT-TOTAL
           END-IF.

           PERFORM 000-CERRAR-ARCHIVO-COBROS.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.

       004-LV-IGTF-FACTURA.
      *>  IGTF DE LOS COBROS DE LA FACTURA EN MEMORIA HECHOS EN EL MES
      *>  DEL LIBRO; UN ABONO EN DIVISAS DE UN MES POSTERIOR ENTRA EN
      *>  EL LIBRO DE ESE MES.
           MOVE 0 TO WS-LV-IGTF-FACTURA.
           MOVE FACTURA-RIF TO COBRO-RIF.
           MOVE FACTURA-NUMERO TO COBRO-FACTURA.
           MOVE 0 TO COBRO-SECUENCIA.
           START COBROS KEY IS NOT LESS THAN COBRO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ COBROS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF COBRO-RIF = FACTURA-RIF
                                  AND COBRO-FACTURA = FACTURA-NUMERO
                                   PERFORM 004-LV-SUMAR-IGTF-FACTURA
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       004-LV-SUMAR-IGTF-FACTURA.
           MOVE COBRO-FECHA(4:2) TO WS-REG-MES.
           MOVE COBRO-FECHA(7:4) TO WS-REG-ANNO.
           IF WS-REG-MES = WS-MES AND WS-REG-ANNO = WS-ANNO
              AND COBRO-IGTF IS NUMERIC
               ADD COBRO-IGTF TO WS-LV-IGTF-FACTURA
           END-IF.

       004-LV-IGTF-COBROS-MES.
           MOVE 0 TO WS-LV-IGTF-MES.
           MOVE LOW-VALUES TO COBRO-CLAVE.
           START COBROS KEY IS NOT LESS THAN COBRO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ COBROS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               MOVE COBRO-FECHA(4:2) TO WS-REG-MES
                               MOVE COBRO-FECHA(7:4) TO WS-REG-ANNO
                               IF WS-REG-MES = WS-MES
                                  AND WS-REG-ANNO = WS-ANNO
                                  AND COBRO-IGTF IS NUMERIC
                                   ADD COBRO-IGTF TO WS-LV-IGTF-MES
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       004-ENCABEZADO-LIBRO.
           ADD 1 TO WS-LV-PAGINA.
           MOVE SPACES TO REPORTE-LINEA.
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       004-ENCABEZADO-LIBRO-VENTAS.
           ADD 1 TO WS-LV-PAGINA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "------------------------------------------------"
                  "------------------------------------------------"
                  "------------------------------------------------"
                  "------------------ PAGINA "
                  DELIMITED BY SIZE
                  WS-LV-PAGINA DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO WS-LVV-LINEA.
           MOVE "FECHA" TO WS-LVV-FECHA.
           MOVE "RIF" TO WS-LVV-RIF.
           MOVE "RAZON SOCIAL" TO WS-LVV-RAZON.
           MOVE "NUMERO" TO WS-LVV-NUMERO.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-LVV-FECHA " " WS-LVV-RIF " " WS-LVV-RAZON " "
                  WS-LVV-NUMERO
                  "         EXENTO      BASE RED.       IVA RED."
                  "     BASE GRAL.      IVA GRAL.           IGTF"
                  "          TOTAL LEYENDA"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       004-IMPRIME-LIBRO-VENTA.
           MOVE FACTURA-FECHA(4:2) TO WS-REG-MES.
           MOVE FACTURA-FECHA(7:4) TO WS-REG-ANNO.
           IF WS-REG-MES = WS-MES AND WS-REG-ANNO = WS-ANNO THEN
               MOVE 1 TO WS-ENCONTRADO
               MOVE SPACES TO WS-LVV-LINEA
               MOVE FACTURA-FECHA TO WS-LVV-FECHA
               MOVE FACTURA-RIF TO WS-LVV-RIF
               MOVE FACTURA-RAZON TO WS-LVV-RAZON
               MOVE FACTURA-NUMERO TO WS-LVV-NUMERO
               IF FACTURA-ESTADO = "ANULADA"
                   MOVE 0 TO WS-LVV-EXENTO-ED
                   MOVE 0 TO WS-LVV-BASE-RED-ED
                   MOVE 0 TO WS-LVV-IVA-RED-ED
                   MOVE 0 TO WS-LVV-BASE-GEN-ED
                   MOVE 0 TO WS-LVV-IVA-GEN-ED
                   MOVE 0 TO WS-LVV-IGTF-ED
                   MOVE 0 TO WS-LVV-TOTAL-ED
                   MOVE "* ANULADA" TO WS-LVV-LEYENDA
               ELSE
      *>  LAS BASES E IVA SALEN DEL DESGLOSE POR ALÍCUOTA GRABADO EN
      *>  LA FACTURA (O DEL TOTAL SI LA FACTURA NO LO TRAE)
                   PERFORM 003-DESGLOSE-IVA-FACTURA
                   PERFORM 004-LV-IGTF-FACTURA
                   MOVE WS-IV-EXENTO TO WS-LVV-EXENTO-ED
                   MOVE WS-IV-BASE-RED TO WS-LVV-BASE-RED-ED
                   MOVE WS-IV-IVA-RED TO WS-LVV-IVA-RED-ED
                   MOVE WS-IV-BASE-GEN TO WS-LVV-BASE-GEN-ED
                   MOVE WS-IV-IVA-GEN TO WS-LVV-IVA-GEN-ED
                   MOVE WS-LV-IGTF-FACTURA TO WS-LVV-IGTF-ED
                   MOVE FACTURA-TOTAL TO WS-LVV-TOTAL-ED
                   MOVE SPACES TO WS-LVV-LEYENDA
                   ADD WS-IV-EXENTO TO WS-LV-PAG-EXENTO
                   ADD WS-IV-EXENTO TO WS-LV-GEN-EXENTO
                   ADD WS-IV-BASE-RED TO WS-LV-PAG-BASE-RED
                   ADD WS-IV-BASE-RED TO WS-LV-GEN-BASE-RED
                   ADD WS-IV-IVA-RED TO WS-LV-PAG-IVA-RED
                   ADD WS-IV-IVA-RED TO WS-LV-GEN-IVA-RED
                   ADD WS-IV-BASE-GEN TO WS-LV-PAG-BASE
                   ADD WS-IV-BASE-GEN TO WS-LV-GEN-BASE
                   ADD WS-IV-IVA-GEN TO WS-LV-PAG-IVA
                   ADD WS-IV-IVA-GEN TO WS-LV-GEN-IVA
                   ADD WS-LV-IGTF-FACTURA TO WS-LV-PAG-IGTF
                   ADD WS-LV-IGTF-FACTURA TO WS-LV-GEN-IGTF
                   ADD FACTURA-TOTAL TO WS-LV-PAG-TOTAL
                   ADD FACTURA-TOTAL TO WS-LV-GEN-TOTAL
               END-IF
               DISPLAY WS-LVV-LINEA
               MOVE WS-LVV-LINEA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-LV-LINEAS
               IF WS-LV-LINEAS NOT < 20
                   PERFORM 004-TOTALES-PAGINA-VENTAS
                   PERFORM 004-ENCABEZADO-LIBRO-VENTAS
               END-IF
           END-IF.

           PERFORM 004-LEE-SIG-FACTURA.

       003-LIBRO-NOTAS-CREDITO.
      *>  RECORRE NOTAS_CREDITO.TXT Y LISTA LAS DEL MES CONSULTADO
      *>  RESTANDO BASES, IVA Y TOTAL DE LOS ACUMULADOS DE PÁGINA Y
      *>  GENERALES DEL LIBRO DE VENTAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-NOTAS.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ NOTAS-CREDITO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE NOTA-FECHA(4:2) TO WS-REG-MES
                       MOVE NOTA-FECHA(7:4) TO WS-REG-ANNO
                       IF WS-REG-MES = WS-MES
                          AND WS-REG-ANNO = WS-ANNO
                           PERFORM 004-IMPRIME-LIBRO-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-NOTAS.

       004-IMPRIME-LIBRO-NOTA.
           MOVE 1 TO WS-ENCONTRADO.
           MOVE SPACES TO WS-LVV-LINEA.
           MOVE NOTA-FECHA TO WS-LVV-FECHA.
           MOVE NOTA-RIF TO WS-LVV-RIF.
           MOVE NOTA-RAZON TO WS-LVV-RAZON.
           MOVE NOTA-NUMERO TO WS-LVV-NUMERO.
           PERFORM 003-DESGLOSE-IVA-NOTA.
           MOVE WS-IV-EXENTO TO WS-LVV-EXENTO-ED.
           MOVE WS-IV-BASE-RED TO WS-LVV-BASE-RED-ED.
           MOVE WS-IV-IVA-RED TO WS-LVV-IVA-RED-ED.
           MOVE WS-IV-BASE-GEN TO WS-LVV-BASE-GEN-ED.
           MOVE WS-IV-IVA-GEN TO WS-LVV-IVA-GEN-ED.
           MOVE 0 TO WS-LVV-IGTF-ED.
           MOVE NOTA-TOTAL TO WS-LVV-TOTAL-ED.
           MOVE "* N/CRED" TO WS-LVV-LEYENDA.
           SUBTRACT WS-IV-EXENTO FROM WS-LV-PAG-EXENTO.
           SUBTRACT WS-IV-EXENTO FROM WS-LV-GEN-EXENTO.
           SUBTRACT WS-IV-BASE-RED FROM WS-LV-PAG-BASE-RED.
           SUBTRACT WS-IV-BASE-RED FROM WS-LV-GEN-BASE-RED.
           SUBTRACT WS-IV-IVA-RED FROM WS-LV-PAG-IVA-RED.
           SUBTRACT WS-IV-IVA-RED FROM WS-LV-GEN-IVA-RED.
           SUBTRACT WS-IV-BASE-GEN FROM WS-LV-PAG-BASE.
           SUBTRACT WS-IV-BASE-GEN FROM WS-LV-GEN-BASE.
           SUBTRACT WS-IV-IVA-GEN FROM WS-LV-PAG-IVA.
           SUBTRACT WS-IV-IVA-GEN FROM WS-LV-GEN-IVA.
           SUBTRACT NOTA-TOTAL FROM WS-LV-PAG-TOTAL.
           SUBTRACT NOTA-TOTAL FROM WS-LV-GEN-TOTAL.
           DISPLAY WS-LVV-LINEA.
           MOVE WS-LVV-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           ADD 1 TO WS-LV-LINEAS.
           IF WS-LV-LINEAS NOT < 20
               PERFORM 004-TOTALES-PAGINA-VENTAS
               PERFORM 004-ENCABEZADO-LIBRO-VENTAS
           END-IF.

       002-INFORME-RETENCIONES.
      *>  RELACIÓN DE COMPROBANTES DE RETENCIÓN DE IVA RECIBIDOS EN EL
      *>  MES, CON SU TOTAL, PARA QUE EL CONTADOR LOS DESCUENTE EN LA
      *>  DECLARACIÓN DE IVA.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "RETENCIONES DE IVA RECIBIDAS: ".
           DISPLAY "********************************".
           DISPLAY "INTRODUZCA EL MES (MM): " WITH NO ADVANCING.
           ACCEPT WS-MES.
           DISPLAY "INTRODUZCA EL AÑO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANNO.

           MOVE "RETENCIONES_IVA.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "RETENCIONES DE IVA RECIBIDAS - MES "
                  DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 004-ENCABEZADO-RETENCIONES.
           PERFORM 004-LISTAR-RETENCIONES-MES.
           PERFORM 004-TOTAL-RETENCIONES.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

           IF WS-RT-CANTIDAD = 0
               DISPLAY " "
               DISPLAY "*** NO HAY RETENCIONES PARA EL MES "
                       "INTRODUCIDO ***"
           ELSE
               DISPLAY " "
               DISPLAY "COMPROBANTES: " WS-RT-CANTIDAD
               DISPLAY "TOTAL IVA RETENIDO: " WS-RT-TOTAL
           END-IF.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       004-ENCABEZADO-RETENCIONES.
           MOVE SPACES TO WS-RT-LINEA.
           MOVE "FECHA" TO WS-RT-FECHA.
           MOVE "COMPROBANTE" TO WS-RT-COMPROBANTE.
           MOVE "RIF" TO WS-RT-RIF.
           MOVE "FACTURA" TO WS-RT-FACTURA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-RT-FECHA " " WS-RT-COMPROBANTE " " WS-RT-RIF " "
                  WS-RT-FACTURA
                  "    IVA FACTURA    %        RETENIDO"
                  DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       004-LISTAR-RETENCIONES-MES.
      *>  ESCRIBE EN EL REPORTE ABIERTO LAS RETENCIONES CUYA FECHA DE
      *>  COMPROBANTE CAE EN WS-MES / WS-ANNO Y ACUMULA SUS TOTALES.
           MOVE 0 TO WS-RT-CANTIDAD.
           MOVE 0 TO WS-RT-TOTAL-IVA.
           MOVE 0 TO WS-RT-TOTAL.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-RETENCIONES.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ RETENCIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE RETENCION-FECHA(4:2) TO WS-REG-MES
                       MOVE RETENCION-FECHA(7:4) TO WS-REG-ANNO
                       IF WS-REG-MES = WS-MES
                          AND WS-REG-ANNO = WS-ANNO
                           MOVE SPACES TO WS-RT-LINEA
                           MOVE RETENCION-FECHA TO WS-RT-FECHA
                           MOVE RETENCION-COMPROBANTE
                               TO WS-RT-COMPROBANTE
                           MOVE RETENCION-RIF TO WS-RT-RIF
                           MOVE RETENCION-FACTURA TO WS-RT-FACTURA
                           MOVE RETENCION-IVA-FACTURA TO WS-RT-IVA-ED
                           MOVE RETENCION-PORCENTAJE TO WS-RT-PCT-ED
                           MOVE RETENCION-MONTO TO WS-RT-MONTO-ED
                           DISPLAY WS-RT-LINEA
                           MOVE WS-RT-LINEA TO REPORTE-LINEA
                           WRITE REPORTE-LINEA
                           ADD 1 TO WS-RT-CANTIDAD
                           ADD RETENCION-IVA-FACTURA
                               TO WS-RT-TOTAL-IVA
                           ADD RETENCION-MONTO TO WS-RT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-RETENCIONES.

       004-TOTAL-RETENCIONES.
           MOVE WS-RT-TOTAL-IVA TO WS-RT-TOTAL-IVA-ED.
           MOVE WS-RT-TOTAL TO WS-RT-TOTAL-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTAL RETENCIONES: " DELIMITED BY SIZE
                  WS-RT-CANTIDAD DELIMITED BY SIZE
                  " COMPROBANTES  IVA FACTURADO " DELIMITED BY SIZE
                  WS-RT-TOTAL-IVA-ED DELIMITED BY SIZE
                  "  IVA RETENIDO " DELIMITED BY SIZE
                  WS-RT-TOTAL-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       004-TOTALES-PAGINA-VENTAS.
           MOVE WS-LV-PAG-EXENTO TO WS-LV-TOT-EXENTO-ED.
           MOVE WS-LV-PAG-BASE-RED TO WS-LV-TOT-BASE-RED-ED.
           MOVE WS-LV-PAG-IVA-RED TO WS-LV-TOT-IVA-RED-ED.
           MOVE WS-LV-PAG-BASE TO WS-LV-TOT-BASE-ED.
           MOVE WS-LV-PAG-IVA TO WS-LV-TOT-IVA-ED.
           MOVE WS-LV-PAG-IGTF TO WS-LV-TOT-IGTF-ED.
           MOVE WS-LV-PAG-TOTAL TO WS-LV-TOT-TOTAL-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "TOTALES PAGINA " DELIMITED BY SIZE
                  WS-LV-PAGINA DELIMITED BY SIZE
                  ":  EXENTO " DELIMITED BY SIZE
                  WS-LV-TOT-EXENTO-ED DELIMITED BY SIZE
                  "  BASE RED. " DELIMITED BY SIZE
                  WS-LV-TOT-BASE-RED-ED DELIMITED BY SIZE
                  "  IVA RED. " DELIMITED BY SIZE
                  WS-LV-TOT-IVA-RED-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "                      BASE GRAL. " DELIMITED BY SIZE
                  WS-LV-TOT-BASE-ED DELIMITED BY SIZE
                  "  IVA GRAL. " DELIMITED BY SIZE
                  WS-LV-TOT-IVA-ED DELIMITED BY SIZE
                  "  IGTF " DELIMITED BY SIZE
                  WS-LV-TOT-IGTF-ED DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-LV-TOT-TOTAL-ED DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-LV-PAG-EXENTO.
           MOVE 0 TO WS-LV-PAG-BASE-RED.
           MOVE 0 TO WS-LV-PAG-IVA-RED.
           MOVE 0 TO WS-LV-PAG-BASE.
           MOVE 0 TO WS-LV-PAG-IVA.
           MOVE 0 TO WS-LV-PAG-IGTF.
           MOVE 0 TO WS-LV-PAG-TOTAL.
           MOVE 0 TO WS-LV-LINEAS.

       004-TOTALES-PAGINA-LIBRO.
           MOVE WS-LV-PAG-BASE TO WS-LV-TOT-BASE-ED.
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-VENTAS.

           IF WS-MS-TOTAL = 0
               DISPLAY " "
               DISPLAY "*** NO HAY VENTAS CON MESONERO EN LA "
                       "QUINCENA INDICADA ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           ELSE
               PERFORM 003-EXPORTAR-COMISIONES
           END-IF.

       003-ACUMULAR-VENTA-MESONERO.
           MOVE VENTA-FECHA(4:2) TO WS-REG-MES.
           MOVE VENTA-FECHA(7:4) TO WS-REG-ANNO.
           MOVE VENTA-FECHA(1:2) TO WS-DIA-REG.
           IF WS-REG-MES = WS-MES AND WS-REG-ANNO = WS-ANNO
              AND VENTA-MESONERO NOT = SPACES
              AND ((WS-QUINCENA = 1 AND WS-DIA-REG < 16)
                OR (WS-QUINCENA = 2 AND WS-DIA-REG > 15))
               PERFORM 003-SUMAR-MONTO-VENTA
           END-IF.

       004-ACREDITAR-MESONERO.
      *>  SUMA WS-MONTO-VENTA A LO VENDIDO POR WS-MS-MESONERO-AUX.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-TOTAL
                      OR WS-ENCONTRADO = 1
               IF WS-MS-CODIGO(WS-MS-IDX) = WS-MS-MESONERO-AUX
                   MOVE 1 TO WS-ENCONTRADO
                   ADD WS-MONTO-VENTA
                       TO WS-MS-VENDIDO(WS-MS-IDX)
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0
               IF WS-MS-TOTAL < 50
                   ADD 1 TO WS-MS-TOTAL
                   MOVE WS-MS-MESONERO-AUX
                       TO WS-MS-CODIGO(WS-MS-TOTAL)
                   MOVE WS-MONTO-VENTA
                       TO WS-MS-VENDIDO(WS-MS-TOTAL)
               ELSE
                   IF WS-MS-LLENO = 0
                       MOVE 1 TO WS-MS-LLENO
                       DISPLAY "ADVERTENCIA: TABLA DE MESONEROS "
                               "LLENA, SOLO SE ANALIZAN 50."
                   END-IF
               END-IF
           END-IF.

       003-SUMAR-MONTO-VENTA.
      *>  SUMA EN WS-MONTO-VENTA EL MONTO (CANTIDAD POR PRECIO) DE
      *>  LAS LÍNEAS DE VENTA_DETALLE DE LA VENTA EN MEMORIA Y LO
      *>  ACREDITA A VENTA-MESONERO. LAS VENTAS DE COMANDAS NO TIENEN
      *>  LÍNEAS PROPIAS: SU MONTO SALE DEL DETALLE DE LA FACTURA
      *>  (VENTA-CEDULA GUARDA EL RIF), LÍNEA POR LÍNEA.
           MOVE 0 TO WS-MONTO-VENTA.
           PERFORM 000-ABRIR-ARCHIVO-VENTA-DETALLE.
           MOVE VENTA-FACTURA TO VENTA-DET-FACTURA.
           MOVE 0 TO VENTA-DET-LINEA.
           START VENTA-DETALLE KEY IS NOT LESS THAN VENTA-DET-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ VENTA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF VENTA-DET-FACTURA = VENTA-FACTURA
                                   COMPUTE WS-MONTO-VENTA =
                                       WS-MONTO-VENTA
                                       + (VENTA-DET-CANTIDAD
                                          * VENTA-DET-PRECIO)
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-VENTA-DETALLE.
           IF WS-MONTO-VENTA = 0
               PERFORM 004-SUMAR-MONTO-FACTURA-VENTA
           ELSE
               MOVE VENTA-MESONERO TO WS-MS-MESONERO-AUX
               PERFORM 004-ACREDITAR-MESONERO
           END-IF.

       004-SUMAR-MONTO-FACTURA-VENTA.
      *>  LAS FACTURAS ANULADAS O DEVUELTAS NO GENERAN COMISIÓN. CADA
      *>  LÍNEA SE ACREDITA AL MESONERO QUE LA TOMÓ (UNA MESA UNIDA O
      *>  CON LÍNEAS TRASLADADAS PUEDE TENER VARIOS); LAS LÍNEAS SIN
      *>  MESONERO VAN AL DE LA VENTA.
           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           MOVE VENTA-CEDULA TO FACTURA-RIF.
           MOVE VENTA-FACTURA TO FACTURA-NUMERO.
           READ FACTURAS
               KEY IS FACTURA-CLAVE
               INVALID KEY
                   MOVE "ANULADA" TO FACTURA-ESTADO
           END-READ.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.
           IF FACTURA-ESTADO NOT = "ANULADA"
              AND FACTURA-ESTADO NOT = "DEVUELTA"
               PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE
               MOVE VENTA-CEDULA TO FACTURA-DET-RIF
               MOVE VENTA-FACTURA TO FACTURA-DET-NUMERO
               MOVE 0 TO FACTURA-DET-LINEA
               START FACTURA-DETALLE
                   KEY IS NOT LESS THAN FACTURA-DET-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-FIN-DETALLE
                       PERFORM UNTIL WS-FIN-DETALLE = 1
                           READ FACTURA-DETALLE NEXT RECORD
                               AT END
                                   MOVE 1 TO WS-FIN-DETALLE
                               NOT AT END
                                   IF FACTURA-DET-RIF = VENTA-CEDULA
                                      AND FACTURA-DET-NUMERO
                                          = VENTA-FACTURA
                                       PERFORM 004-ACREDITAR-LINEA
                                   ELSE
                                       MOVE 1 TO WS-FIN-DETALLE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               PERFORM 000-CERRAR-ARCHIVO-FACTURA-DETALLE
           END-IF.

       004-ACREDITAR-LINEA.
           MOVE FACTURA-DET-MESONERO TO WS-MS-MESONERO-AUX.
           IF WS-MS-MESONERO-AUX = SPACES
              OR WS-MS-MESONERO-AUX = LOW-VALUES
               MOVE VENTA-MESONERO TO WS-MS-MESONERO-AUX
           END-IF.
           MOVE FACTURA-DET-SUBTOTAL TO WS-MONTO-VENTA.
           PERFORM 004-ACREDITAR-MESONERO.

       003-EXPORTAR-COMISIONES.
           MOVE "COMISIONES_MESONEROS.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "COMISIONES DE MESONEROS - QUINCENA "
                  DELIMITED BY SIZE
                  WS-QUINCENA DELIMITED BY SIZE
                  " DEL MES " DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           DISPLAY " ".
           PERFORM 000-ABRIR-ARCHIVO-MESONEROS.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-TOTAL
               MOVE WS-MS-CODIGO(WS-MS-IDX) TO MESONERO-CODIGO
               READ MESONEROS
                   KEY IS MESONERO-CODIGO
                   INVALID KEY
                       MOVE "(FUERA DEL MAESTRO)" TO MESONERO-NOMBRE
                       MOVE 0 TO MESONERO-COMISION
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               COMPUTE WS-MS-COMISION ROUNDED =
                   WS-MS-VENDIDO(WS-MS-IDX)
                   * MESONERO-COMISION / 100
               MOVE WS-MS-VENDIDO(WS-MS-IDX) TO WS-RK-ING-ED
               DISPLAY "------------------------------------------"
               DISPLAY "-> MESONERO: " MESONERO-CODIGO
                       " " MESONERO-NOMBRE
               DISPLAY " - VENDIDO: " WS-RK-ING-ED
               DISPLAY " - COMISIÓN (" MESONERO-COMISION " %): "
                       WS-MS-COMISION
               MOVE SPACES TO REPORTE-LINEA
               STRING MESONERO-CODIGO " "
                      MESONERO-NOMBRE
                      " VENDIDO: " WS-RK-ING-ED
                      DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE WS-MS-COMISION TO WS-RK-ING-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING "           COMISION A PAGAR: " WS-RK-ING-ED
                      DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-MESONEROS.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       002-RANKING-PRODUCTOS.
      *>  ACUMULA CANTIDADES E INGRESOS POR PRODUCTO EN UN RANGO DE
      *>  FECHAS CRUZANDO VENTA_DETALLE Y FACTURA_DETALLE CON SUS
      *>  CABECERAS (LAS FECHAS VIVEN EN VENTAS Y FACTURAS), ORDENA DE
      *>  MAYOR A MENOR VENTA, SUBTOTALIZA POR CATEGORÍA Y MARCA LOS
      *>  PRODUCTOS DEL CATÁLOGO SIN MOVIMIENTO EN EL PERÍODO.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "RANKING DE PRODUCTOS VENDIDOS: "
           DISPLAY "********************************"
           DISPLAY "FECHA DESDE (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-RANGO-DESDE-LEG.
           DISPLAY "FECHA HASTA (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-RANGO-HASTA-LEG.
           STRING WS-RANGO-DESDE-LEG(7:4) WS-RANGO-DESDE-LEG(4:2)
                  WS-RANGO-DESDE-LEG(1:2)
                  DELIMITED BY SIZE INTO WS-RANGO-DESDE.
           STRING WS-RANGO-HASTA-LEG(7:4) WS-RANGO-HASTA-LEG(4:2)
                  WS-RANGO-HASTA-LEG(1:2)
                  DELIMITED BY SIZE INTO WS-RANGO-HASTA.

           MOVE 0 TO WS-RK-TOTAL.
           MOVE 0 TO WS-RK-LLENO.
           MOVE 0 TO WS-RKC-TOTAL.

           PERFORM 003-RANKING-VENTAS.
           PERFORM 003-RANKING-FACTURAS.
           PERFORM 003-COMPLETAR-RANKING.

           IF WS-RK-TOTAL = 0
               DISPLAY " "
               DISPLAY "*** SIN PRODUCTOS NI MOVIMIENTOS QUE "
                       "ANALIZAR ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           ELSE
               PERFORM 003-ORDENAR-RANKING
               PERFORM 003-SUBTOTALES-CATEGORIA
               PERFORM 003-EXPORTAR-RANKING
           END-IF.

       003-RANKING-VENTAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-VENTAS.
           PERFORM 004-LEE-SIG-VENTA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               STRING VENTA-FECHA(7:4) VENTA-FECHA(4:2)
                      VENTA-FECHA(1:2)
                      DELIMITED BY SIZE INTO WS-FECHA-CMP-REG
               IF WS-FECHA-CMP-REG NOT < WS-RANGO-DESDE
                  AND WS-FECHA-CMP-REG NOT > WS-RANGO-HASTA
                   PERFORM 003-RANKING-DETALLE-VENTA
               END-IF
               PERFORM 004-LEE-SIG-VENTA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-VENTAS.

       003-RANKING-DETALLE-VENTA.
           PERFORM 000-ABRIR-ARCHIVO-VENTA-DETALLE.
           MOVE VENTA-FACTURA TO VENTA-DET-FACTURA.
           MOVE 0 TO VENTA-DET-LINEA.
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF VENTA-DET-FACTURA = VENTA-FACTURA
                                   MOVE VENTA-DET-PRODUCTO
                                       TO WS-RK-COD-AUX
                                   MOVE VENTA-DET-CANTIDAD
                                       TO WS-RK-CANT-AUX
                                   COMPUTE WS-RK-ING-AUX =
                                       VENTA-DET-CANTIDAD
                                       * VENTA-DET-PRECIO
                                   PERFORM 003-ACUMULAR-RANKING
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-VENTA-DETALLE.

       003-RANKING-FACTURAS.
      *>  LAS FACTURAS ANULADAS NO CUENTAN COMO CONSUMO.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               STRING FACTURA-FECHA(7:4) FACTURA-FECHA(4:2)
                      FACTURA-FECHA(1:2)
                      DELIMITED BY SIZE INTO WS-FECHA-CMP-REG
               IF WS-FECHA-CMP-REG NOT < WS-RANGO-DESDE
                  AND WS-FECHA-CMP-REG NOT > WS-RANGO-HASTA
                  AND FACTURA-ESTADO NOT = "ANULADA"
                   PERFORM 003-RANKING-DETALLE-FACT
               END-IF
               PERFORM 004-LEE-SIG-FACTURA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.

       003-RANKING-DETALLE-FACT.
           PERFORM 000-ABRIR-ARCHIVO-FACTURA-DETALLE.
           MOVE FACTURA-RIF TO FACTURA-DET-RIF.
           MOVE FACTURA-NUMERO TO FACTURA-DET-NUMERO.
           MOVE 0 TO FACTURA-DET-LINEA.
           START FACTURA-DETALLE KEY IS NOT LESS THAN FACTURA-DET-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ FACTURA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF FACTURA-DET-RIF = FACTURA-RIF
                                 AND FACTURA-DET-NUMERO = FACTURA-NUMERO
                                   MOVE FACTURA-DET-PRODUCTO
                                       TO WS-RK-COD-AUX
      *>  EN UNA CUENTA DIVIDIDA EN PARTES IGUALES SOLO LA PARTE QUE
      *>  DESCARGA INVENTARIO CUENTA UNIDADES; TODAS SUMAN INGRESO.
                                   MOVE 0 TO WS-RK-CANT-AUX
                                   IF FACTURA-DET-DESCARGA NOT = "N"
                                       MOVE FACTURA-DET-CANTIDAD
                                           TO WS-RK-CANT-AUX
                                   END-IF
                                   MOVE FACTURA-DET-SUBTOTAL
                                       TO WS-RK-ING-AUX
                                   PERFORM 003-ACUMULAR-RANKING
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-FACTURA-DETALLE.

       003-ACUMULAR-RANKING.
      *>  SUMA EL MOVIMIENTO EN WS-RK-COD-AUX / CANT-AUX / ING-AUX EN
      *>  LA ENTRADA DE SU PRODUCTO, CREÁNDOLA SI ES LA PRIMERA VEZ.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-TOTAL
                      OR WS-ENCONTRADO = 1
               IF WS-RK-CODIGO(WS-RK-IDX) = WS-RK-COD-AUX
                   MOVE 1 TO WS-ENCONTRADO
                   ADD WS-RK-CANT-AUX
                       TO WS-RK-CANTIDAD(WS-RK-IDX)
                   ADD WS-RK-ING-AUX
                       TO WS-RK-INGRESO(WS-RK-IDX)
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0
               IF WS-RK-TOTAL < 300
                   ADD 1 TO WS-RK-TOTAL
                   MOVE WS-RK-COD-AUX
                       TO WS-RK-CODIGO(WS-RK-TOTAL)
                   MOVE SPACES TO WS-RK-NOMBRE(WS-RK-TOTAL)
                   MOVE SPACES TO WS-RK-CATEGORIA(WS-RK-TOTAL)
                   MOVE WS-RK-CANT-AUX
                       TO WS-RK-CANTIDAD(WS-RK-TOTAL)
                   MOVE WS-RK-ING-AUX
                       TO WS-RK-INGRESO(WS-RK-TOTAL)
               ELSE
                   IF WS-RK-LLENO = 0
                       MOVE 1 TO WS-RK-LLENO
                       DISPLAY "ADVERTENCIA: TABLA DE RANKING LLENA, "
                               "SOLO SE ANALIZAN 300 PRODUCTOS."
                   END-IF
               END-IF
           END-IF.

       003-COMPLETAR-RANKING.
      *>  TOMA NOMBRE Y CATEGORÍA DEL MAESTRO DE PRODUCTOS Y AGREGA
      *>  CON MOVIMIENTO CERO LOS PRODUCTOS DEL CATÁLOGO QUE NO SE
      *>  VENDIERON EN EL PERÍODO.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-PRODUCTOS.
           PERFORM 004-LEE-SIG-PRODUCTO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               MOVE 0 TO WS-ENCONTRADO
               PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                       UNTIL WS-RK-IDX > WS-RK-TOTAL
                          OR WS-ENCONTRADO = 1
                   IF WS-RK-CODIGO(WS-RK-IDX) = PRODUCTO-CODIGO
                       MOVE 1 TO WS-ENCONTRADO
                       MOVE PRODUCTO-NOMBRE
                           TO WS-RK-NOMBRE(WS-RK-IDX)
                       MOVE PRODUCTO-CATEGORIA
                           TO WS-RK-CATEGORIA(WS-RK-IDX)
                   END-IF
               END-PERFORM
               IF WS-ENCONTRADO = 0
                   MOVE PRODUCTO-CODIGO TO WS-RK-COD-AUX
                   MOVE 0 TO WS-RK-CANT-AUX
                   MOVE 0 TO WS-RK-ING-AUX
                   PERFORM 003-ACUMULAR-RANKING
                   IF WS-ENCONTRADO = 0 AND WS-RK-LLENO = 0
                       MOVE PRODUCTO-NOMBRE
                           TO WS-RK-NOMBRE(WS-RK-TOTAL)
                       MOVE PRODUCTO-CATEGORIA
                           TO WS-RK-CATEGORIA(WS-RK-TOTAL)
                   END-IF
               END-IF
               PERFORM 004-LEE-SIG-PRODUCTO
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-PRODUCTOS.
      *>  PRODUCTOS VENDIDOS QUE YA NO ESTÁN EN EL CATÁLOGO
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-TOTAL
               IF WS-RK-NOMBRE(WS-RK-IDX) = SPACES
                   MOVE "(FUERA DE CATALOGO)"
                       TO WS-RK-NOMBRE(WS-RK-IDX)
               END-IF
           END-PERFORM.

       003-ORDENAR-RANKING.
      *>  ORDENAMIENTO POR INTERCAMBIO, DE MAYOR A MENOR CANTIDAD.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX NOT < WS-RK-TOTAL
               PERFORM VARYING WS-RK-JDX FROM 1 BY 1
                       UNTIL WS-RK-JDX > WS-RK-TOTAL - WS-RK-IDX
                   IF WS-RK-CANTIDAD(WS-RK-JDX) <
                      WS-RK-CANTIDAD(WS-RK-JDX + 1)
                       MOVE WS-RK-ENTRADA(WS-RK-JDX) TO WS-RK-SWAP
                       MOVE WS-RK-ENTRADA(WS-RK-JDX + 1)
                           TO WS-RK-ENTRADA(WS-RK-JDX)
                       MOVE WS-RK-SWAP
                           TO WS-RK-ENTRADA(WS-RK-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       003-SUBTOTALES-CATEGORIA.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-TOTAL
               MOVE 0 TO WS-ENCONTRADO
               PERFORM VARYING WS-RKC-IDX FROM 1 BY 1
                       UNTIL WS-RKC-IDX > WS-RKC-TOTAL
                          OR WS-ENCONTRADO = 1
                   IF WS-RKC-CATEGORIA(WS-RKC-IDX) =
                      WS-RK-CATEGORIA(WS-RK-IDX)
                       MOVE 1 TO WS-ENCONTRADO
                       ADD WS-RK-CANTIDAD(WS-RK-IDX)
                           TO WS-RKC-CANTIDAD(WS-RKC-IDX)
                       ADD WS-RK-INGRESO(WS-RK-IDX)
                           TO WS-RKC-INGRESO(WS-RKC-IDX)
                   END-IF
               END-PERFORM
               IF WS-ENCONTRADO = 0 AND WS-RKC-TOTAL < 50
                   ADD 1 TO WS-RKC-TOTAL
                   MOVE WS-RK-CATEGORIA(WS-RK-IDX)
                       TO WS-RKC-CATEGORIA(WS-RKC-TOTAL)
                   MOVE WS-RK-CANTIDAD(WS-RK-IDX)
                       TO WS-RKC-CANTIDAD(WS-RKC-TOTAL)
                   MOVE WS-RK-INGRESO(WS-RK-IDX)
                       TO WS-RKC-INGRESO(WS-RKC-TOTAL)
               END-IF
           END-PERFORM.

       003-EXPORTAR-RANKING.
           MOVE "RANKING_PRODUCTOS.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "RANKING DE PRODUCTOS VENDIDOS DEL "
                  DELIMITED BY SIZE
                  WS-RANGO-DESDE-LEG DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-RANGO-HASTA-LEG DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

           DISPLAY " ".
           DISPLAY "PRODUCTOS DE MAYOR A MENOR VENTA:".
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-TOTAL
               MOVE WS-RK-CANTIDAD(WS-RK-IDX) TO WS-RK-CANT-ED
               MOVE WS-RK-INGRESO(WS-RK-IDX) TO WS-RK-ING-ED
               MOVE SPACES TO REPORTE-LINEA
               IF WS-RK-CANTIDAD(WS-RK-IDX) = 0
                   STRING WS-RK-CODIGO(WS-RK-IDX) " "
                          WS-RK-NOMBRE(WS-RK-IDX) " "
                          WS-RK-CATEGORIA(WS-RK-IDX)
                          " *** SIN MOVIMIENTO EN EL PERIODO ***"
                          DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               ELSE
                   STRING WS-RK-CODIGO(WS-RK-IDX) " "
                          WS-RK-NOMBRE(WS-RK-IDX) " "
                          WS-RK-CATEGORIA(WS-RK-IDX)
                          " CANT: " WS-RK-CANT-ED
                          " INGRESO: " WS-RK-ING-ED
                          DELIMITED BY SIZE
                       INTO REPORTE-LINEA
               END-IF
               DISPLAY REPORTE-LINEA(1:110)
               WRITE REPORTE-LINEA
           END-PERFORM.

           MOVE "SUBTOTALES POR CATEGORIA:" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           DISPLAY " ".
           DISPLAY "SUBTOTALES POR CATEGORIA:".
           PERFORM VARYING WS-RKC-IDX FROM 1 BY 1
                   UNTIL WS-RKC-IDX > WS-RKC-TOTAL
               MOVE WS-RKC-CANTIDAD(WS-RKC-IDX) TO WS-RK-CANT-ED
               MOVE WS-RKC-INGRESO(WS-RKC-IDX) TO WS-RK-ING-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING WS-RKC-CATEGORIA(WS-RKC-IDX)
                      " CANT: " WS-RK-CANT-ED
                      " INGRESO: " WS-RK-ING-ED
                      DELIMITED BY SIZE
                   INTO REPORTE-LINEA
               DISPLAY REPORTE-LINEA(1:80)
               WRITE REPORTE-LINEA
           END-PERFORM.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       002-SALTOS-NUMERACION.
      *>  RECORRE FACTURAS.TXT, ORDENA LOS NÚMEROS DE FACTURA Y LISTA
      *>  LOS SALTOS DE NUMERACIÓN (Y NÚMEROS REPETIDOS EN DISTINTOS
      *>  RIF) CON EL RANGO DE FECHAS ENTRE LOS QUE OCURRE CADA HUECO.
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY "SALTOS DE NUMERACIÓN DE FACTURAS: "
           DISPLAY "********************************"

           MOVE 0 TO WS-NUM-TOTAL.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               IF FACTURA-NUMERO IS NUMERIC
                   IF WS-NUM-TOTAL < 1000
                       ADD 1 TO WS-NUM-TOTAL
                       MOVE FACTURA-NUMERO
                           TO WS-NUM-FACTURA(WS-NUM-TOTAL)
                       MOVE FACTURA-FECHA
                           TO WS-NUM-FECHA(WS-NUM-TOTAL)
                   ELSE
                       MOVE 1 TO WS-FIN-ARCHIVO
                       DISPLAY "ADVERTENCIA: SOLO SE ANALIZAN LAS "
                               "PRIMERAS 1000 FACTURAS."
                   END-IF
               ELSE
                   DISPLAY "SE OMITE FACTURA CON NÚMERO NO "
                           "NUMÉRICO: " FACTURA-NUMERO
               END-IF
               PERFORM 004-LEE-SIG-FACTURA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.

           IF WS-NUM-TOTAL = 0
               DISPLAY " "
               DISPLAY "*** NO HAY FACTURAS NUMERADAS QUE ANALIZAR ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           ELSE
               PERFORM 003-ORDENAR-NUMEROS-FACTURA
               PERFORM 003-REPORTAR-SALTOS
           END-IF.

       003-ORDENAR-NUMEROS-FACTURA.
      *>  ORDENAMIENTO POR INTERCAMBIO DE LA TABLA DE NÚMEROS; EL
      *>  ARCHIVO ESTÁ ORDENADO POR RIF+NÚMERO, NO POR NÚMERO.
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX NOT < WS-NUM-TOTAL
               PERFORM VARYING WS-NUM-JDX FROM 1 BY 1
                       UNTIL WS-NUM-JDX > WS-NUM-TOTAL - WS-NUM-IDX
                   IF WS-NUM-FACTURA(WS-NUM-JDX) >
                      WS-NUM-FACTURA(WS-NUM-JDX + 1)
                       MOVE WS-NUM-FACTURA(WS-NUM-JDX)
                           TO WS-NUM-AUX
                       MOVE WS-NUM-FECHA(WS-NUM-JDX)
                           TO WS-NUM-FECHA-AUX
                       MOVE WS-NUM-FACTURA(WS-NUM-JDX + 1)
                           TO WS-NUM-FACTURA(WS-NUM-JDX)
                       MOVE WS-NUM-FECHA(WS-NUM-JDX + 1)
                           TO WS-NUM-FECHA(WS-NUM-JDX)
                       MOVE WS-NUM-AUX
                           TO WS-NUM-FACTURA(WS-NUM-JDX + 1)
                       MOVE WS-NUM-FECHA-AUX
                           TO WS-NUM-FECHA(WS-NUM-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       003-REPORTAR-SALTOS.
           MOVE "SALTOS_FACTURACION.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE 0 TO WS-ENCONTRADO.

           PERFORM VARYING WS-NUM-IDX FROM 2 BY 1
                   UNTIL WS-NUM-IDX > WS-NUM-TOTAL
               IF WS-NUM-FACTURA(WS-NUM-IDX) >
                  WS-NUM-FACTURA(WS-NUM-IDX - 1) + 1
                   MOVE 1 TO WS-ENCONTRADO
                   COMPUTE WS-SALTO-DESDE =
                       WS-NUM-FACTURA(WS-NUM-IDX - 1) + 1
                   COMPUTE WS-SALTO-HASTA =
                       WS-NUM-FACTURA(WS-NUM-IDX) - 1
                   DISPLAY "------------------------------------------"
                   DISPLAY "-> SALTO DEL " WS-SALTO-DESDE
                           " AL " WS-SALTO-HASTA
                   DISPLAY " - ENTRE FECHAS: "
                           WS-NUM-FECHA(WS-NUM-IDX - 1)
                           " Y " WS-NUM-FECHA(WS-NUM-IDX)
                   STRING "SALTO DEL " DELIMITED BY SIZE
                          WS-SALTO-DESDE DELIMITED BY SIZE
                          " AL " DELIMITED BY SIZE
                          WS-SALTO-HASTA DELIMITED BY SIZE
                          " | ENTRE FECHAS: " DELIMITED BY SIZE
                          WS-NUM-FECHA(WS-NUM-IDX - 1)
                          DELIMITED BY SIZE
                          " Y " DELIMITED BY SIZE
                          WS-NUM-FECHA(WS-NUM-IDX) DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF
               IF WS-NUM-FACTURA(WS-NUM-IDX) =
                  WS-NUM-FACTURA(WS-NUM-IDX - 1)
                   MOVE 1 TO WS-ENCONTRADO
                   DISPLAY "------------------------------------------"
                   DISPLAY "-> NÚMERO REPETIDO EN DISTINTOS RIF: "
                           WS-NUM-FACTURA(WS-NUM-IDX)
                   STRING "NUMERO REPETIDO EN DISTINTOS RIF: "
                          DELIMITED BY SIZE
                          WS-NUM-FACTURA(WS-NUM-IDX)
                          DELIMITED BY SIZE
                       INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF
           END-PERFORM.

           IF WS-ENCONTRADO = 0
               DISPLAY " "
               DISPLAY "*** NUMERACIÓN CONTINUA: NO SE DETECTARON "
                       "SALTOS ***"
               MOVE "NUMERACION CONTINUA: SIN SALTOS DETECTADOS"
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.

           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY " ".
           DISPLAY "INFORME EXPORTADO A: " WS-NOMBRE-REPORTE.
           STOP "ENTER PARA CONTINUAR".

       003-SUMAR-CANTIDAD-VENTA.
           PERFORM 000-ABRIR-ARCHIVO-VENTA-DETALLE.
           MOVE VENTA-FACTURA TO VENTA-DET-FACTURA.
           MOVE 0 TO VENTA-DET-LINEA.
           START VENTA-DETALLE KEY IS NOT LESS THAN VENTA-DET-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DETALLE
                   PERFORM UNTIL WS-FIN-DETALLE = 1
                       READ VENTA-DETALLE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-FIN-DETALLE
                           NOT AT END
                               IF VENTA-DET-FACTURA = VENTA-FACTURA
                                   ADD VENTA-DET-CANTIDAD
                                       TO WS-CANTIDAD-PRODUCTOS
                               ELSE
                                   MOVE 1 TO WS-FIN-DETALLE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           PERFORM 000-CERRAR-ARCHIVO-VENTA-DETALLE.

       002-ANALISIS-VENTAS-HORARIO.
      *>  VENTAS, TICKETS Y TICKET PROMEDIO POR HORA DEL DÍA Y POR DÍA
      *>  DE LA SEMANA, OCUPACIÓN DE MESAS Y CUBIERTOS, PARA CUALQUIER
      *>  PERÍODO Y FRENTE AL MISMO PERÍODO DEL AÑO ANTERIOR. LEE LAS
      *>  FACTURAS VIVAS Y LAS DE LOS HISTÓRICOS ANUALES.
           DISPLAY " ".
           DISPLAY "VENTAS POR HORA, DÍA DE LA SEMANA Y MESAS.".
           DISPLAY "---------------------------------------".
           DISPLAY "DESDE (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-AH-DESDE-TXT.
           DISPLAY "HASTA (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-AH-HASTA-TXT.
           MOVE WS-AH-DESDE-TXT TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-NUM TO WS-AH-DESDE-NUM.
           MOVE WS-AH-HASTA-TXT TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-NUM TO WS-AH-HASTA-NUM.
           IF WS-AH-DESDE-NUM = 0 OR WS-AH-HASTA-NUM = 0
               DISPLAY "Fecha inválida, verifica."
           ELSE
               IF WS-AH-HASTA-NUM < WS-AH-DESDE-NUM
                   DISPLAY "La fecha final es anterior a la inicial."
               ELSE
                   PERFORM 003-AH-GENERAR
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-AH-GENERAR.
      *>  EL PERÍODO ANTERIOR ES EL MISMO RANGO UN AÑO ATRÁS (EL 29
      *>  DE FEBRERO PASA AL 28).
           COMPUTE WS-AH-ANT-DESDE-NUM = WS-AH-DESDE-NUM - 10000.
           IF WS-AH-ANT-DESDE-NUM(5:4) = "0229"
               SUBTRACT 1 FROM WS-AH-ANT-DESDE-NUM
           END-IF.
           COMPUTE WS-AH-ANT-HASTA-NUM = WS-AH-HASTA-NUM - 10000.
           IF WS-AH-ANT-HASTA-NUM(5:4) = "0229"
               SUBTRACT 1 FROM WS-AH-ANT-HASTA-NUM
           END-IF.
           MOVE WS-AH-NOMBRES-DIAS TO WS-AH-TABLA-DIAS.
           INITIALIZE WS-AH-HORAS.
           INITIALIZE WS-AH-DIAS.
           INITIALIZE WS-AH-TOTALES.
           MOVE 0 TO WS-AH-SIN-HORA.
           MOVE 0 TO WS-AH-HISTORICOS.
           MOVE 0 TO WS-AH-TOTAL-MESAS.
           MOVE 0 TO WS-AH-MESAS-LLENO.

           PERFORM 000-ABRIR-ARCHIVO-FACTURAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ FACTURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 004-AH-ACUMULAR-FACTURA
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-FACTURAS.

      *>  UN HISTÓRICO LLEVA EL AÑO DEL CIERRE DE EJERCICIO Y PUEDE
      *>  TENER FACTURAS DE AÑOS ANTERIORES: SE LEEN TODOS DESDE EL
      *>  AÑO DEL PERÍODO ANTERIOR HASTA EL AÑO PASADO.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           COMPUTE WS-AH-ANNO-FIN = WS-ANNO-EXTENDIDO - 1.
           MOVE WS-AH-ANT-DESDE-NUM(1:4) TO WS-AH-ANNO.
           PERFORM UNTIL WS-AH-ANNO > WS-AH-ANNO-FIN
               MOVE "FACTURAS" TO WS-HIST-ARCHIVO
               MOVE WS-AH-ANNO TO WS-ANNO-ARCHIVO
               PERFORM 003-ARMAR-NOMBRE-HISTORICO
               OPEN INPUT HISTORICO
               IF FS-HISTORICO = "00"
                   ADD 1 TO WS-AH-HISTORICOS
                   MOVE 0 TO WS-FIN-HIST
                   PERFORM UNTIL WS-FIN-HIST = 1
                       READ HISTORICO
                           AT END
                               MOVE 1 TO WS-FIN-HIST
                           NOT AT END
                               MOVE HISTORICO-REG TO FACTURA-REG
                               PERFORM 004-AH-ACUMULAR-FACTURA
                       END-READ
                   END-PERFORM
                   CLOSE HISTORICO
               END-IF
               ADD 1 TO WS-AH-ANNO
           END-PERFORM.

           OPEN INPUT OCUPACION-MESAS.
           IF FS-OCUPACION = "00"
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ OCUPACION-MESAS
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 004-AH-ACUMULAR-OCUPACION
                   END-READ
               END-PERFORM
               CLOSE OCUPACION-MESAS
           END-IF.

           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "VHORA_" WS-AH-DESDE-NUM "_"
                  WS-AH-HASTA-NUM ".TXT"
                  DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           PERFORM 003-AH-IMPRIMIR-VENTAS.
           PERFORM 003-AH-IMPRIMIR-MESAS.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           DISPLAY "REPORTE GUARDADO EN " WS-NOMBRE-REPORTE.

       004-AH-PERIODO-FECHA.
      *>  UBICA WS-AH-FECHA-TXT (DD/MM/AAAA) EN EL PERÍODO ACTUAL (1),
      *>  EL ANTERIOR (2) O EN NINGUNO (0).
           MOVE 0 TO WS-AH-PERIODO.
           MOVE WS-AH-FECHA-TXT TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-NUM TO WS-AH-FECHA-NUM.
           IF WS-AH-FECHA-NUM > 0
               IF WS-AH-FECHA-NUM NOT < WS-AH-DESDE-NUM
                  AND WS-AH-FECHA-NUM NOT > WS-AH-HASTA-NUM
                   MOVE 1 TO WS-AH-PERIODO
               ELSE
                   IF WS-AH-FECHA-NUM NOT < WS-AH-ANT-DESDE-NUM
                      AND WS-AH-FECHA-NUM NOT > WS-AH-ANT-HASTA-NUM
                       MOVE 2 TO WS-AH-PERIODO
                   END-IF
               END-IF
           END-IF.

       004-AH-ACUMULAR-FACTURA.
      *>  LAS FACTURAS ANULADAS O DEVUELTAS NO SON VENTA. LAS
      *>  EMITIDAS ANTES DE GUARDAR LA HORA VAN A "SIN HORA", PERO SÍ
      *>  CUENTAN POR DÍA DE LA SEMANA.
           IF FACTURA-ESTADO NOT = "ANULADA"
              AND FACTURA-ESTADO NOT = "DEVUELTA"
               MOVE FACTURA-FECHA TO WS-AH-FECHA-TXT
               PERFORM 004-AH-PERIODO-FECHA
               IF WS-AH-PERIODO > 0
                   ADD 1 TO WS-AH-T-TICKETS(WS-AH-PERIODO)
                   ADD FACTURA-TOTAL TO WS-AH-T-MONTO(WS-AH-PERIODO)
                   IF FACTURA-HORA IS NUMERIC
                      AND FACTURA-HORA > 0
                      AND FACTURA-HORA < 240000
                       COMPUTE WS-AH-IDX = FACTURA-HORA / 10000 + 1
                   ELSE
                       MOVE 25 TO WS-AH-IDX
                       IF WS-AH-PERIODO = 1
                           ADD 1 TO WS-AH-SIN-HORA
                       END-IF
                   END-IF
                   ADD 1 TO WS-AH-H-TICKETS(WS-AH-IDX, WS-AH-PERIODO)
                   ADD FACTURA-TOTAL
                       TO WS-AH-H-MONTO(WS-AH-IDX, WS-AH-PERIODO)
      *>  EL DÍA 1 DEL CALENDARIO ENTERO (01/01/1601) FUE LUNES
                   COMPUTE WS-AH-ENTERO = WS-AC-CONV-INT - 1
                   DIVIDE WS-AH-ENTERO BY 7 GIVING WS-AH-COCIENTE
                       REMAINDER WS-AH-RESTO
                   COMPUTE WS-AH-IDX = WS-AH-RESTO + 1
                   ADD 1 TO WS-AH-D-TICKETS(WS-AH-IDX, WS-AH-PERIODO)
                   ADD FACTURA-TOTAL
                       TO WS-AH-D-MONTO(WS-AH-IDX, WS-AH-PERIODO)
               END-IF
           END-IF.

       004-AH-ACUMULAR-OCUPACION.
      *>  LA OCUPACIÓN SE ASIGNA AL PERÍODO POR LA FECHA DE CIERRE DE
      *>  LA COMANDA; EL TIEMPO PROMEDIO SOLO USA LAS QUE TIENEN HORA
      *>  DE APERTURA.
           MOVE OCUPA-FECHA-CIERRE TO WS-AH-FECHA-TXT.
           PERFORM 004-AH-PERIODO-FECHA.
           IF WS-AH-PERIODO > 0
               ADD 1 TO WS-AH-OC-TURNOS(WS-AH-PERIODO)
               ADD OCUPA-PERSONAS TO WS-AH-OC-PERSONAS(WS-AH-PERIODO)
               IF OCUPA-MINUTOS > 0
                   ADD 1 TO WS-AH-OC-CON-TIEMPO(WS-AH-PERIODO)
                   ADD OCUPA-MINUTOS TO WS-AH-OC-MINUTOS(WS-AH-PERIODO)
               END-IF
               IF WS-AH-PERIODO = 1
                   PERFORM 004-AH-ACUMULAR-MESA
               END-IF
           END-IF.

       004-AH-ACUMULAR-MESA.
           MOVE 0 TO WS-AH-MESA-IDX.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-TOTAL-MESAS
                      OR WS-AH-MESA-IDX > 0
               IF WS-AH-M-MESA(WS-AH-IDX) = OCUPA-MESA
                   MOVE WS-AH-IDX TO WS-AH-MESA-IDX
               END-IF
           END-PERFORM.
           IF WS-AH-MESA-IDX = 0
               IF WS-AH-TOTAL-MESAS < 100
                   ADD 1 TO WS-AH-TOTAL-MESAS
                   MOVE WS-AH-TOTAL-MESAS TO WS-AH-MESA-IDX
                   MOVE OCUPA-MESA TO WS-AH-M-MESA(WS-AH-MESA-IDX)
                   MOVE 0 TO WS-AH-M-TURNOS(WS-AH-MESA-IDX)
                   MOVE 0 TO WS-AH-M-CON-TIEMPO(WS-AH-MESA-IDX)
                   MOVE 0 TO WS-AH-M-MINUTOS(WS-AH-MESA-IDX)
                   MOVE 0 TO WS-AH-M-PERSONAS(WS-AH-MESA-IDX)
               ELSE
                   MOVE 1 TO WS-AH-MESAS-LLENO
               END-IF
           END-IF.
           IF WS-AH-MESA-IDX > 0
               ADD 1 TO WS-AH-M-TURNOS(WS-AH-MESA-IDX)
               ADD OCUPA-PERSONAS TO WS-AH-M-PERSONAS(WS-AH-MESA-IDX)
               IF OCUPA-MINUTOS > 0
                   ADD 1 TO WS-AH-M-CON-TIEMPO(WS-AH-MESA-IDX)
                   ADD OCUPA-MINUTOS
                       TO WS-AH-M-MINUTOS(WS-AH-MESA-IDX)
               END-IF
           END-IF.

       003-AH-IMPRIMIR-VENTAS.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "ANALISIS DE VENTAS DEL " WS-AH-DESDE-TXT " AL "
                  WS-AH-HASTA-TXT "  COMPARADO CON "
                  WS-AH-ANT-DESDE-NUM(7:2) "/"
                  WS-AH-ANT-DESDE-NUM(5:2) "/"
                  WS-AH-ANT-DESDE-NUM(1:4) " AL "
                  WS-AH-ANT-HASTA-NUM(7:2) "/"
                  WS-AH-ANT-HASTA-NUM(5:2) "/"
                  WS-AH-ANT-HASTA-NUM(1:4)
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "HISTORICOS LEIDOS: " WS-AH-HISTORICOS
                  "   FACTURAS SIN HORA EN EL PERIODO: "
                  WS-AH-SIN-HORA
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE "VENTAS POR HORA DEL DIA" TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE "HORA" TO WS-AH-ETIQUETA.
           PERFORM 004-AH-ENCABEZADO-TABLA.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 25
               MOVE WS-AH-H-TICKETS(WS-AH-IDX, 1) TO WS-AH-T1
               MOVE WS-AH-H-MONTO(WS-AH-IDX, 1) TO WS-AH-M1
               MOVE WS-AH-H-TICKETS(WS-AH-IDX, 2) TO WS-AH-T2
               MOVE WS-AH-H-MONTO(WS-AH-IDX, 2) TO WS-AH-M2
               IF WS-AH-T1 > 0 OR WS-AH-T2 > 0
                   IF WS-AH-IDX = 25
                       MOVE "SIN HORA" TO WS-AH-ETIQUETA
                   ELSE
                       COMPUTE WS-AH-HH = WS-AH-IDX - 1
                       MOVE SPACES TO WS-AH-ETIQUETA
                       STRING WS-AH-HH ":00-" WS-AH-HH ":59"
                              DELIMITED BY SIZE INTO WS-AH-ETIQUETA
                   END-IF
                   PERFORM 004-AH-LINEA-TABLA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE "VENTAS POR DIA DE LA SEMANA" TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE "DIA" TO WS-AH-ETIQUETA.
           PERFORM 004-AH-ENCABEZADO-TABLA.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 7
               MOVE WS-AH-NOMBRE-DIA(WS-AH-IDX) TO WS-AH-ETIQUETA
               MOVE WS-AH-D-TICKETS(WS-AH-IDX, 1) TO WS-AH-T1
               MOVE WS-AH-D-MONTO(WS-AH-IDX, 1) TO WS-AH-M1
               MOVE WS-AH-D-TICKETS(WS-AH-IDX, 2) TO WS-AH-T2
               MOVE WS-AH-D-MONTO(WS-AH-IDX, 2) TO WS-AH-M2
               PERFORM 004-AH-LINEA-TABLA
           END-PERFORM.
           MOVE "TOTAL" TO WS-AH-ETIQUETA.
           MOVE WS-AH-T-TICKETS(1) TO WS-AH-T1.
           MOVE WS-AH-T-MONTO(1) TO WS-AH-M1.
           MOVE WS-AH-T-TICKETS(2) TO WS-AH-T2.
           MOVE WS-AH-T-MONTO(2) TO WS-AH-M2.
           PERFORM 004-AH-LINEA-TABLA.

       004-AH-ENCABEZADO-TABLA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-AH-ETIQUETA
                  "  TICKETS         VENTAS     PROMEDIO |"
                  "  TICKETS  VENTAS ANT.   PROM. ANT.   VAR. %"
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.

       004-AH-LINEA-TABLA.
      *>  UNA FILA: PERÍODO ACTUAL | AÑO ANTERIOR | VARIACIÓN DE LAS
      *>  VENTAS. SIN VENTAS EL AÑO ANTERIOR LA VARIACIÓN ES N/D.
           MOVE WS-AH-T1 TO WS-AH-T1-ED.
           MOVE WS-AH-M1 TO WS-AH-M1-ED.
           MOVE 0 TO WS-AH-PROMEDIO.
           IF WS-AH-T1 > 0
               COMPUTE WS-AH-PROMEDIO ROUNDED = WS-AH-M1 / WS-AH-T1
           END-IF.
           MOVE WS-AH-PROMEDIO TO WS-AH-P1-ED.
           MOVE WS-AH-T2 TO WS-AH-T2-ED.
           MOVE WS-AH-M2 TO WS-AH-M2-ED.
           MOVE 0 TO WS-AH-PROMEDIO.
           IF WS-AH-T2 > 0
               COMPUTE WS-AH-PROMEDIO ROUNDED = WS-AH-M2 / WS-AH-T2
           END-IF.
           MOVE WS-AH-PROMEDIO TO WS-AH-P2-ED.
           IF WS-AH-M2 > 0
               COMPUTE WS-AH-VARIACION ROUNDED =
                   (WS-AH-M1 - WS-AH-M2) * 100 / WS-AH-M2
                   ON SIZE ERROR
                       MOVE 999999.9 TO WS-AH-VARIACION
               END-COMPUTE
               MOVE WS-AH-VARIACION TO WS-AH-VAR-ED
               MOVE WS-AH-VAR-ED TO WS-AH-VAR-TXT
           ELSE
               MOVE "      N/D" TO WS-AH-VAR-TXT
           END-IF.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-AH-ETIQUETA "  " WS-AH-T1-ED " " WS-AH-M1-ED " "
                  WS-AH-P1-ED " | " WS-AH-T2-ED " " WS-AH-M2-ED " "
                  WS-AH-P2-ED " " WS-AH-VAR-TXT
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.

       003-AH-IMPRIMIR-MESAS.
           MOVE SPACES TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "OCUPACION DE MESAS (DE LA APERTURA AL CIERRE "
                  "DE LA COMANDA)"
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           MOVE "MESA      TURNOS  CUBIERTOS  CUB/TURNO  MIN. PROMEDIO"
               TO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.
           PERFORM VARYING WS-AH-MESA-IDX FROM 1 BY 1
                   UNTIL WS-AH-MESA-IDX > WS-AH-TOTAL-MESAS
               MOVE WS-AH-M-MESA(WS-AH-MESA-IDX) TO WS-AH-ETIQUETA
               MOVE WS-AH-M-TURNOS(WS-AH-MESA-IDX) TO WS-AH-T1
               MOVE WS-AH-M-PERSONAS(WS-AH-MESA-IDX) TO WS-AH-M1
               MOVE WS-AH-M-CON-TIEMPO(WS-AH-MESA-IDX) TO WS-AH-T2
               MOVE WS-AH-M-MINUTOS(WS-AH-MESA-IDX) TO WS-AH-M2
               PERFORM 004-AH-LINEA-MESA
           END-PERFORM.
           IF WS-AH-TOTAL-MESAS = 0
               MOVE "  (SIN COMANDAS CERRADAS EN EL PERIODO)"
                   TO REPORTE-LINEA
               PERFORM 004-AH-EMITIR
           END-IF.
           IF WS-AH-MESAS-LLENO = 1
               MOVE "  (SOLO SE DETALLAN LAS PRIMERAS 100 MESAS)"
                   TO REPORTE-LINEA
               PERFORM 004-AH-EMITIR
           END-IF.
           MOVE "TOTAL" TO WS-AH-ETIQUETA.
           MOVE WS-AH-OC-TURNOS(1) TO WS-AH-T1.
           MOVE WS-AH-OC-PERSONAS(1) TO WS-AH-M1.
           MOVE WS-AH-OC-CON-TIEMPO(1) TO WS-AH-T2.
           MOVE WS-AH-OC-MINUTOS(1) TO WS-AH-M2.
           PERFORM 004-AH-LINEA-MESA.
           MOVE "ANO ANT." TO WS-AH-ETIQUETA.
           MOVE WS-AH-OC-TURNOS(2) TO WS-AH-T1.
           MOVE WS-AH-OC-PERSONAS(2) TO WS-AH-M1.
           MOVE WS-AH-OC-CON-TIEMPO(2) TO WS-AH-T2.
           MOVE WS-AH-OC-MINUTOS(2) TO WS-AH-M2.
           PERFORM 004-AH-LINEA-MESA.

       004-AH-LINEA-MESA.
      *>  WS-AH-T1 = TURNOS, WS-AH-M1 = CUBIERTOS, WS-AH-T2 = TURNOS
      *>  CON HORA DE APERTURA, WS-AH-M2 = SUS MINUTOS.
           MOVE WS-AH-T1 TO WS-AH-TUR-ED.
           MOVE WS-AH-M1 TO WS-AH-CUB-ED.
           MOVE 0 TO WS-AH-CUB-PROMEDIO.
           IF WS-AH-T1 > 0
               COMPUTE WS-AH-CUB-PROMEDIO ROUNDED = WS-AH-M1 / WS-AH-T1
           END-IF.
           MOVE WS-AH-CUB-PROMEDIO TO WS-AH-CXT-ED.
           MOVE 0 TO WS-AH-MIN-PROMEDIO.
           IF WS-AH-T2 > 0
               COMPUTE WS-AH-MIN-PROMEDIO ROUNDED = WS-AH-M2 / WS-AH-T2
           END-IF.
           MOVE WS-AH-MIN-PROMEDIO TO WS-AH-MIN-ED.
           MOVE SPACES TO REPORTE-LINEA.
           STRING WS-AH-ETIQUETA(1:8) " " WS-AH-TUR-ED "  "
                  WS-AH-CUB-ED "     " WS-AH-CXT-ED "        "
                  WS-AH-MIN-ED
                  DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM 004-AH-EMITIR.

       004-AH-EMITIR.
           WRITE REPORTE-LINEA.
           DISPLAY REPORTE-LINEA(1:110).

       *> INTERFAZ CONTABLE: ASIENTOS DE DIARIO
       *>  -------------------------------------------------------------

       001-SUBMENU-CONTABILIDAD.
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "+   INTERFAZ CONTABLE: ASIENTOS DE DIARIO    +".
           DISPLAY "++++++++++++++++++++++++++++++++++++++++++++++".
           DISPLAY " ".
           DISPLAY "1 - EXPORTAR ASIENTOS DE UN RANGO DE FECHAS".
           DISPLAY "2 - CUENTAS CONTABLES POR CONCEPTO".
           DISPLAY "3 - CONSULTAR DÍAS YA EXPORTADOS".
           DISPLAY "4 - REABRIR UN DÍA EXPORTADO".
           DISPLAY "----------------------------------------------".
           DISPLAY "5 - VOLVER AL MENÚ PRINCIPAL".
           DISPLAY " ".
           DISPLAY "SELECCIONE UNA OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
           WHEN 1 PERFORM     002-EXPORTAR-ASIENTOS
           WHEN 2 PERFORM     002-CUENTAS-CONTABLES
           WHEN 3 PERFORM     002-DIAS-EXPORTADOS
           WHEN 4 PERFORM     002-REABRIR-DIA-EXPORTADO
           WHEN 5 PERFORM     000-MENU-PRINCIPAL
           WHEN OTHER
              DISPLAY " "
              DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.

       002-EXPORTAR-ASIENTOS.
      *>  GENERA PARA EL CONTADOR LOS ASIENTOS DE DIARIO DE CADA DÍA
      *>  DEL RANGO: VENTAS, NOTAS DE CRÉDITO, COBROS POR FORMA DE
      *>  PAGO, COMPRAS, SOBRANTE O FALTANTE DEL CIERRE Z Y
      *>  RETENCIONES DE IVA RECIBIDAS.
           DISPLAY " ".
           DISPLAY "EXPORTACIÓN DE ASIENTOS DE DIARIO.".
           DISPLAY "---------------------------------------".
           DISPLAY "DESDE (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-AC-DESDE-TXT.
           DISPLAY "HASTA (DD/MM/AAAA, ENTER = MISMO DÍA): "
               WITH NO ADVANCING.
           ACCEPT WS-AC-HASTA-TXT.
           IF WS-AC-HASTA-TXT = SPACES
               MOVE WS-AC-DESDE-TXT TO WS-AC-HASTA-TXT
           END-IF.
           PERFORM 003-AC-VALIDAR-RANGO.
           IF WS-AC-FECHAS-OK = 0
               DISPLAY "NO SE PUEDE EXPORTAR: " WS-AC-MOTIVO
           ELSE
               PERFORM 003-ASIENTOS-NUCLEO
               DISPLAY " "
               DISPLAY "ASIENTOS EXPORTADOS:         " WS-AC-EXPORTADOS
               DISPLAY "LÍNEAS ESCRITAS:             " WS-AC-LINEAS
               DISPLAY "YA EXPORTADOS ANTES (OMITIDOS): "
                       WS-AC-YA-EXPORTADOS
               DISPLAY "RECHAZADOS:                  " WS-AC-RECHAZADOS
               DISPLAY "ARCHIVO PARA CONTABILIDAD: " WS-AC-ARCHIVO
               IF WS-AC-RECHAZADOS > 0
                   DISPLAY "LOS RECHAZADOS NO SE MARCAN; VER "
                           "ASIENTOS_RECHAZADOS.TXT"
               END-IF
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-AC-FECHA-HOY.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-FECHA-LEGIBLE TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-INT TO WS-AC-HOY-INT.

       003-AC-VALIDAR-RANGO.
      *>  VALIDA WS-AC-DESDE-TXT / WS-AC-HASTA-TXT. SOLO SE EXPORTAN
      *>  DÍAS YA TERMINADOS, PARA QUE NINGÚN MOVIMIENTO POSTERIOR DEL
      *>  MISMO DÍA QUEDE FUERA DE UN ASIENTO YA ENVIADO.
           MOVE 0 TO WS-AC-FECHAS-OK.
           MOVE SPACES TO WS-AC-MOTIVO.
           PERFORM 003-AC-FECHA-HOY.
           MOVE WS-AC-DESDE-TXT TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-INT TO WS-AC-DESDE-INT.
           MOVE WS-AC-HASTA-TXT TO WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           MOVE WS-AC-CONV-INT TO WS-AC-HASTA-INT.
           EVALUATE TRUE
               WHEN WS-AC-DESDE-INT = 0
                   MOVE "FECHA INICIAL INVALIDA" TO WS-AC-MOTIVO
               WHEN WS-AC-HASTA-INT = 0
                   MOVE "FECHA FINAL INVALIDA" TO WS-AC-MOTIVO
               WHEN WS-AC-HASTA-INT < WS-AC-DESDE-INT
                   MOVE "LA FECHA FINAL ES ANTERIOR A LA INICIAL"
                       TO WS-AC-MOTIVO
               WHEN WS-AC-HASTA-INT NOT < WS-AC-HOY-INT
                   MOVE "SOLO SE EXPORTAN DIAS CERRADOS (HASTA AYER)"
                       TO WS-AC-MOTIVO
               WHEN WS-AC-HASTA-INT - WS-AC-DESDE-INT > 366
                   MOVE "EL RANGO NO PUEDE PASAR DE 366 DIAS"
                       TO WS-AC-MOTIVO
               WHEN OTHER
                   MOVE 1 TO WS-AC-FECHAS-OK
           END-EVALUATE.

       004-AC-CONVERTIR-FECHA.
      *>  WS-AC-CONV-TXT (DD/MM/AAAA) A AAAAMMDD Y A DÍA ENTERO; AMBOS
      *>  QUEDAN EN CERO SI LA FECHA NO EXISTE.
           MOVE 0 TO WS-AC-CONV-NUM.
           MOVE 0 TO WS-AC-CONV-INT.
           IF WS-AC-CONV-TXT(1:2) IS NUMERIC
              AND WS-AC-CONV-TXT(4:2) IS NUMERIC
              AND WS-AC-CONV-TXT(7:4) IS NUMERIC
              AND WS-AC-CONV-TXT(3:1) = "/"
              AND WS-AC-CONV-TXT(6:1) = "/"
               MOVE WS-AC-CONV-TXT(1:2) TO WS-AC-CONV-DD
               MOVE WS-AC-CONV-TXT(4:2) TO WS-AC-CONV-MM
               MOVE WS-AC-CONV-TXT(7:4) TO WS-AC-CONV-AAAA
               IF WS-AC-CONV-MM > 0 AND WS-AC-CONV-MM < 13
                  AND WS-AC-CONV-DD > 0 AND WS-AC-CONV-DD < 32
                  AND WS-AC-CONV-AAAA > 1600
                   COMPUTE WS-AC-CONV-NUM = WS-AC-CONV-AAAA * 10000
                       + WS-AC-CONV-MM * 100 + WS-AC-CONV-DD
                   COMPUTE WS-AC-CONV-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AC-CONV-NUM)
                   IF WS-AC-CONV-INT = 0
                      OR FUNCTION DATE-OF-INTEGER(WS-AC-CONV-INT)
                         NOT = WS-AC-CONV-NUM
                       MOVE 0 TO WS-AC-CONV-NUM
                       MOVE 0 TO WS-AC-CONV-INT
                   END-IF
               END-IF
           END-IF.

       003-ASIENTOS-NUCLEO.
      *>  RECORRE LOS DÍAS DE WS-AC-DESDE-INT A WS-AC-HASTA-INT SIN
      *>  PREGUNTAR NADA (LO COMPARTEN EL MENÚ Y EL PROCESO POR
      *>  LOTES). CADA ASIENTO SE ARMA COMPLETO EN MEMORIA; SOLO SE
      *>  ESCRIBE SI TODAS SUS CUENTAS ESTÁN ASIGNADAS Y EL DEBE ES
      *>  IGUAL AL HABER, Y ENTONCES SE MARCA COMO EXPORTADO.
           MOVE WS-AC-CONCEPTOS TO WS-AC-TABLA-CONCEPTOS.
           MOVE 0 TO WS-AC-EXPORTADOS.
           MOVE 0 TO WS-AC-YA-EXPORTADOS.
           MOVE 0 TO WS-AC-RECHAZADOS.
           MOVE 0 TO WS-AC-LINEAS.
           MOVE 0 TO WS-RZ-TOTAL.
           COMPUTE WS-AC-DESDE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-AC-DESDE-INT).
           COMPUTE WS-AC-HASTA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-AC-HASTA-INT).
           MOVE SPACES TO WS-AC-ARCHIVO.
           STRING "ASIENTOS_" DELIMITED BY SIZE
                  WS-AC-DESDE-NUM DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-AC-HASTA-NUM DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-AC-ARCHIVO.
           MOVE WS-AC-ARCHIVO TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE "ASIENTO;FECHA;CUENTA;CONCEPTO;DESCRIPCION;DEBE;HABER"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           PERFORM 000-ABRIR-ARCHIVO-CUENTAS.
           PERFORM 000-ABRIR-ARCHIVO-EXPORTACIONES.
           PERFORM VARYING WS-AC-DIA-INT FROM WS-AC-DESDE-INT BY 1
                   UNTIL WS-AC-DIA-INT > WS-AC-HASTA-INT
               PERFORM 003-AC-PROCESAR-DIA
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-EXPORTACIONES.
           PERFORM 000-CERRAR-ARCHIVO-CUENTAS.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.
           IF WS-RZ-TOTAL > 0
               PERFORM 003-AC-LISTAR-RECHAZADOS
           END-IF.
           MOVE "INTERFAZ CONTABLE" TO WS-AUD-ACCION.
           MOVE WS-AC-ARCHIVO TO WS-AUD-CLAVE.
           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR.
           STRING "EXPORTADOS:" WS-AC-EXPORTADOS
                  " YA EXPORTADOS:" WS-AC-YA-EXPORTADOS
                  " RECHAZADOS:" WS-AC-RECHAZADOS
                  DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANTERIOR.
           PERFORM 000-REGISTRAR-AUDITORIA.

       003-AC-PROCESAR-DIA.
           COMPUTE WS-AC-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-AC-DIA-INT).
           MOVE SPACES TO WS-AC-FECHA-TXT.
           STRING WS-AC-FECHA-NUM(7:2) "/" WS-AC-FECHA-NUM(5:2) "/"
                  WS-AC-FECHA-NUM(1:4)
                  DELIMITED BY SIZE INTO WS-AC-FECHA-TXT.
           PERFORM 004-AC-ASIENTO-VENTAS.
           PERFORM 004-AC-ASIENTO-NOTAS.
           PERFORM 004-AC-ASIENTO-COBROS.
           PERFORM 004-AC-ASIENTO-COMPRAS.
           PERFORM 004-AC-ASIENTO-CIERRE.
           PERFORM 004-AC-ASIENTO-RETENCIONES.

       004-AC-PREPARAR-ASIENTO.
      *>  NUMERA EL ASIENTO (AAAAMMDD-NN, FIJO POR DÍA Y TIPO) Y MIRA
      *>  SI ESE DÍA Y TIPO YA SE ENVIÓ (WS-AC-HALLADO = 1).
           MOVE SPACES TO WS-AC-ASIENTO.
           STRING WS-AC-FECHA-NUM "-" WS-AC-SECUENCIA
                  DELIMITED BY SIZE INTO WS-AC-ASIENTO.
           MOVE SPACES TO WS-AC-GLOSA.
           MOVE 0 TO WS-AS-TOTAL-LINEAS.
           MOVE 0 TO WS-AC-DOCUMENTOS.
           MOVE 0 TO WS-AC-BASES.
           MOVE 0 TO WS-AC-IVA.
           MOVE 0 TO WS-AC-TOTAL.
           MOVE 0 TO WS-AC-EFECTIVO.
           MOVE 0 TO WS-AC-PUNTO.
           MOVE 0 TO WS-AC-MOVIL.
           MOVE 0 TO WS-AC-DIVISAS.
           MOVE 0 TO WS-AC-OTRAS.
           MOVE 0 TO WS-AC-IGTF.
           MOVE 0 TO WS-AC-DIFERENCIA.
           MOVE WS-AC-FECHA-NUM TO EXPORT-FECHA.
           MOVE WS-AC-TIPO TO EXPORT-TIPO.
           READ EXPORTACIONES
               KEY IS EXPORT-CLAVE
               INVALID KEY
                   MOVE 0 TO WS-AC-HALLADO
               NOT INVALID KEY
                   MOVE 1 TO WS-AC-HALLADO
                   ADD 1 TO WS-AC-YA-EXPORTADOS
           END-READ.

       004-AC-ASIENTO-VENTAS.
      *>  CXC CONTRA VENTAS E IVA DÉBITO FISCAL, CON LAS BASES DEL
      *>  LIBRO DE VENTAS (LAS FACTURAS ANULADAS NO CUENTAN).
           MOVE "VENTAS" TO WS-AC-TIPO.
           MOVE 1 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-FACTURAS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ FACTURAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FACTURA-FECHA = WS-AC-FECHA-TXT
                              AND FACTURA-ESTADO NOT = "ANULADA"
                               PERFORM 003-DESGLOSE-IVA-FACTURA
                               ADD 1 TO WS-AC-DOCUMENTOS
                               COMPUTE WS-AC-BASES = WS-AC-BASES
                                   + WS-IV-EXENTO + WS-IV-BASE-RED
                                   + WS-IV-BASE-GEN
                               COMPUTE WS-AC-IVA = WS-AC-IVA
                                   + WS-IV-IVA-RED + WS-IV-IVA-GEN
                               ADD FACTURA-TOTAL TO WS-AC-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-FACTURAS
               IF WS-AC-DOCUMENTOS > 0
                   STRING "VENTAS DEL " WS-AC-FECHA-TXT " ("
                          WS-AC-DOCUMENTOS " FACTURAS)"
                          DELIMITED BY SIZE INTO WS-AC-GLOSA
                   MOVE "D" TO WS-AC-LADO
                   MOVE "CXC-CLIENTES" TO WS-AC-CONCEPTO
                   MOVE WS-AC-TOTAL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "H" TO WS-AC-LADO
                   MOVE "VENTAS" TO WS-AC-CONCEPTO
                   MOVE WS-AC-BASES TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "IVA-DEBITO" TO WS-AC-CONCEPTO
                   MOVE WS-AC-IVA TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-ASIENTO-NOTAS.
      *>  LAS NOTAS DE CRÉDITO REVIERTEN LA VENTA: DEVOLUCIONES E IVA
      *>  DÉBITO CONTRA CXC.
           MOVE "NOTAS" TO WS-AC-TIPO.
           MOVE 2 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-NOTAS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ NOTAS-CREDITO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NOTA-FECHA = WS-AC-FECHA-TXT
                               PERFORM 003-DESGLOSE-IVA-NOTA
                               ADD 1 TO WS-AC-DOCUMENTOS
                               COMPUTE WS-AC-BASES = WS-AC-BASES
                                   + WS-IV-EXENTO + WS-IV-BASE-RED
                                   + WS-IV-BASE-GEN
                               COMPUTE WS-AC-IVA = WS-AC-IVA
                                   + WS-IV-IVA-RED + WS-IV-IVA-GEN
                               ADD NOTA-TOTAL TO WS-AC-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-NOTAS
               IF WS-AC-DOCUMENTOS > 0
                   STRING "NOTAS DE CREDITO DEL " WS-AC-FECHA-TXT
                          DELIMITED BY SIZE INTO WS-AC-GLOSA
                   MOVE "D" TO WS-AC-LADO
                   MOVE "DEVOLUCIONES-VENTAS" TO WS-AC-CONCEPTO
                   MOVE WS-AC-BASES TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "IVA-DEBITO" TO WS-AC-CONCEPTO
                   MOVE WS-AC-IVA TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "H" TO WS-AC-LADO
                   MOVE "CXC-CLIENTES" TO WS-AC-CONCEPTO
                   MOVE WS-AC-TOTAL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-ASIENTO-COBROS.
      *>  CAJA Y BANCOS POR FORMA DE PAGO CONTRA CXC; EL IGTF
      *>  PERCIBIDO EN DIVISAS VA A SU CUENTA POR PAGAR. UN COBRO CON
      *>  FORMA DE PAGO DESCONOCIDA DEJA EL ASIENTO SIN CUENTA Y
      *>  RECHAZADO, PARA QUE SE CORRIJA ANTES DE ENVIARLO.
           MOVE "COBROS" TO WS-AC-TIPO.
           MOVE 3 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-COBROS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ COBROS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF COBRO-FECHA = WS-AC-FECHA-TXT
                               PERFORM 004-AC-SUMAR-COBRO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-COBROS
               IF WS-AC-DOCUMENTOS > 0
                   STRING "COBROS DEL " WS-AC-FECHA-TXT " ("
                          WS-AC-DOCUMENTOS " COBROS)"
                          DELIMITED BY SIZE INTO WS-AC-GLOSA
                   MOVE "D" TO WS-AC-LADO
                   MOVE "CAJA-EFECTIVO" TO WS-AC-CONCEPTO
                   MOVE WS-AC-EFECTIVO TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "BANCO-PUNTO-VENTA" TO WS-AC-CONCEPTO
                   MOVE WS-AC-PUNTO TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "BANCO-PAGO-MOVIL" TO WS-AC-CONCEPTO
                   MOVE WS-AC-MOVIL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "CAJA-DIVISAS" TO WS-AC-CONCEPTO
                   MOVE WS-AC-DIVISAS TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "COBRO-SIN-FORMA" TO WS-AC-CONCEPTO
                   MOVE WS-AC-OTRAS TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "H" TO WS-AC-LADO
                   MOVE "CXC-CLIENTES" TO WS-AC-CONCEPTO
                   MOVE WS-AC-TOTAL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "IGTF-POR-PAGAR" TO WS-AC-CONCEPTO
                   MOVE WS-AC-IGTF TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-SUMAR-COBRO.
           ADD 1 TO WS-AC-DOCUMENTOS.
           IF COBRO-IGTF IS NOT NUMERIC
               MOVE 0 TO COBRO-IGTF
           END-IF.
           COMPUTE WS-AC-MONTO = COBRO-MONTO + COBRO-IGTF.
           ADD COBRO-MONTO TO WS-AC-TOTAL.
           ADD COBRO-IGTF TO WS-AC-IGTF.
           EVALUATE COBRO-FORMA-PAGO
               WHEN "EFECTIVO"
                   ADD WS-AC-MONTO TO WS-AC-EFECTIVO
               WHEN "PUNTO DE VENTA"
                   ADD WS-AC-MONTO TO WS-AC-PUNTO
               WHEN "PAGO MOVIL"
                   ADD WS-AC-MONTO TO WS-AC-MOVIL
               WHEN "DIVISAS"
                   ADD WS-AC-MONTO TO WS-AC-DIVISAS
               WHEN OTHER
                   ADD WS-AC-MONTO TO WS-AC-OTRAS
           END-EVALUATE.

       004-AC-ASIENTO-COMPRAS.
      *>  COMPRAS E IVA CRÉDITO FISCAL CONTRA CXP, CON LA MISMA BASE
      *>  QUE EL LIBRO DE COMPRAS.
           MOVE "COMPRAS" TO WS-AC-TIPO.
           MOVE 4 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-COMPRAS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ COMPRAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF COMPRA-FECHA = WS-AC-FECHA-TXT
                               ADD 1 TO WS-AC-DOCUMENTOS
                               COMPUTE WS-AC-BASE-COMPRA ROUNDED =
                                   COMPRA-TOTAL * 100
                                   / (100 + COMPRA-IVA)
                               ADD WS-AC-BASE-COMPRA TO WS-AC-BASES
                               COMPUTE WS-AC-IVA = WS-AC-IVA
                                   + COMPRA-TOTAL - WS-AC-BASE-COMPRA
                               ADD COMPRA-TOTAL TO WS-AC-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-COMPRAS
               IF WS-AC-DOCUMENTOS > 0
                   STRING "COMPRAS DEL " WS-AC-FECHA-TXT " ("
                          WS-AC-DOCUMENTOS " FACTURAS)"
                          DELIMITED BY SIZE INTO WS-AC-GLOSA
                   MOVE "D" TO WS-AC-LADO
                   MOVE "COMPRAS" TO WS-AC-CONCEPTO
                   MOVE WS-AC-BASES TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "IVA-CREDITO" TO WS-AC-CONCEPTO
                   MOVE WS-AC-IVA TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "H" TO WS-AC-LADO
                   MOVE "CXP-PROVEEDORES" TO WS-AC-CONCEPTO
                   MOVE WS-AC-TOTAL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-ASIENTO-CIERRE.
      *>  DIFERENCIA NETA DE LOS CIERRES Z DEL DÍA: EL SOBRANTE ENTRA
      *>  A CAJA Y EL FALTANTE SALE DE ELLA.
           MOVE "CIERRE" TO WS-AC-TIPO.
           MOVE 5 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-CIERRES
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ CIERRES-CAJA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CIERRE-FECHA = WS-AC-FECHA-TXT
                               ADD 1 TO WS-AC-DOCUMENTOS
                               IF CIERRE-DIF-SIGNO = "-"
                                   SUBTRACT CIERRE-DIFERENCIA
                                       FROM WS-AC-DIFERENCIA
                               ELSE
                                   ADD CIERRE-DIFERENCIA
                                       TO WS-AC-DIFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-CIERRES
               IF WS-AC-DIFERENCIA NOT = 0
                   IF WS-AC-DIFERENCIA > 0
                       STRING "SOBRANTE DE CAJA DEL " WS-AC-FECHA-TXT
                              DELIMITED BY SIZE INTO WS-AC-GLOSA
                       MOVE WS-AC-DIFERENCIA TO WS-AC-MONTO
                       MOVE "D" TO WS-AC-LADO
                       MOVE "CAJA-EFECTIVO" TO WS-AC-CONCEPTO
                       PERFORM 004-AC-AGREGAR-LINEA
                       MOVE "H" TO WS-AC-LADO
                       MOVE "SOBRANTE-CAJA" TO WS-AC-CONCEPTO
                       PERFORM 004-AC-AGREGAR-LINEA
                   ELSE
                       STRING "FALTANTE DE CAJA DEL " WS-AC-FECHA-TXT
                              DELIMITED BY SIZE INTO WS-AC-GLOSA
                       COMPUTE WS-AC-MONTO = 0 - WS-AC-DIFERENCIA
                       MOVE "D" TO WS-AC-LADO
                       MOVE "FALTANTE-CAJA" TO WS-AC-CONCEPTO
                       PERFORM 004-AC-AGREGAR-LINEA
                       MOVE "H" TO WS-AC-LADO
                       MOVE "CAJA-EFECTIVO" TO WS-AC-CONCEPTO
                       PERFORM 004-AC-AGREGAR-LINEA
                   END-IF
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-ASIENTO-RETENCIONES.
      *>  EL IVA RETENIDO POR LOS AGENTES DE RETENCIÓN SALDA LA CXC
      *>  IGUAL QUE UN COBRO (VER 003-CALCULAR-ABONOS-FACTURA), PERO
      *>  NO ES DINERO: VA A SU CUENTA POR COMPENSAR EN LA DECLARACIÓN
      *>  DE IVA. SE ASIENTA POR LA FECHA DEL COMPROBANTE.
           MOVE "RETENCION" TO WS-AC-TIPO.
           MOVE 6 TO WS-AC-SECUENCIA.
           PERFORM 004-AC-PREPARAR-ASIENTO.
           IF WS-AC-HALLADO = 0
               PERFORM 000-ABRIR-ARCHIVO-RETENCIONES
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RETENCIONES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF RETENCION-FECHA = WS-AC-FECHA-TXT
                               ADD 1 TO WS-AC-DOCUMENTOS
                               ADD RETENCION-MONTO TO WS-AC-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-RETENCIONES
               IF WS-AC-DOCUMENTOS > 0
                   STRING "RETENCIONES IVA DEL " WS-AC-FECHA-TXT " ("
                          WS-AC-DOCUMENTOS ")"
                          DELIMITED BY SIZE INTO WS-AC-GLOSA
                   MOVE "D" TO WS-AC-LADO
                   MOVE "IVA-RETENIDO" TO WS-AC-CONCEPTO
                   MOVE WS-AC-TOTAL TO WS-AC-MONTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   MOVE "H" TO WS-AC-LADO
                   MOVE "CXC-CLIENTES" TO WS-AC-CONCEPTO
                   PERFORM 004-AC-AGREGAR-LINEA
                   PERFORM 004-AC-EMITIR-ASIENTO
               END-IF
           END-IF.

       004-AC-AGREGAR-LINEA.
      *>  AGREGA AL ASIENTO EN MEMORIA UNA LÍNEA AL DEBE ("D") O AL
      *>  HABER ("H"); LOS MONTOS EN CERO NO GENERAN LÍNEA.
           IF WS-AC-MONTO > 0 AND WS-AS-TOTAL-LINEAS < 10
               ADD 1 TO WS-AS-TOTAL-LINEAS
               MOVE WS-AC-CONCEPTO
                   TO WS-AS-CONCEPTO(WS-AS-TOTAL-LINEAS)
               MOVE SPACES TO WS-AS-CUENTA(WS-AS-TOTAL-LINEAS)
               MOVE 0 TO WS-AS-DEBE(WS-AS-TOTAL-LINEAS)
               MOVE 0 TO WS-AS-HABER(WS-AS-TOTAL-LINEAS)
               IF WS-AC-LADO = "D"
                   MOVE WS-AC-MONTO TO WS-AS-DEBE(WS-AS-TOTAL-LINEAS)
               ELSE
                   MOVE WS-AC-MONTO TO WS-AS-HABER(WS-AS-TOTAL-LINEAS)
               END-IF
           END-IF.

       004-AC-EMITIR-ASIENTO.
      *>  BUSCA LA CUENTA DE CADA LÍNEA Y CUADRA DEBE CONTRA HABER.
      *>  EL ASIENTO QUE NO CUADRA O TIENE UN CONCEPTO SIN CUENTA NO
      *>  SE EXPORTA NI SE MARCA: PASA A LA LISTA DE RECHAZADOS.
           IF WS-AS-TOTAL-LINEAS > 0
               MOVE 0 TO WS-AS-DEBE-TOTAL
               MOVE 0 TO WS-AS-HABER-TOTAL
               MOVE SPACES TO WS-AC-MOTIVO
               PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                       UNTIL WS-AS-IDX > WS-AS-TOTAL-LINEAS
                   ADD WS-AS-DEBE(WS-AS-IDX) TO WS-AS-DEBE-TOTAL
                   ADD WS-AS-HABER(WS-AS-IDX) TO WS-AS-HABER-TOTAL
                   MOVE WS-AS-CONCEPTO(WS-AS-IDX) TO CUENTA-CONCEPTO
                   READ CUENTAS-CONTABLES
                       KEY IS CUENTA-CONCEPTO
                       INVALID KEY
                           MOVE SPACES TO CUENTA-CODIGO
                   END-READ
                   IF CUENTA-CODIGO = SPACES
                       IF WS-AC-MOTIVO = SPACES
                           STRING "SIN CUENTA PARA "
                                  WS-AS-CONCEPTO(WS-AS-IDX)
                                  DELIMITED BY SIZE INTO WS-AC-MOTIVO
                       END-IF
                   ELSE
                       MOVE CUENTA-CODIGO TO WS-AS-CUENTA(WS-AS-IDX)
                   END-IF
               END-PERFORM
               IF WS-AS-DEBE-TOTAL NOT = WS-AS-HABER-TOTAL
                   MOVE "DEBE Y HABER NO CUADRAN" TO WS-AC-MOTIVO
               END-IF
               IF WS-AC-MOTIVO = SPACES
                   PERFORM 004-AC-ESCRIBIR-ASIENTO
               ELSE
                   PERFORM 004-AC-RECHAZAR-ASIENTO
               END-IF
           END-IF.

       004-AC-ESCRIBIR-ASIENTO.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-TOTAL-LINEAS
               MOVE WS-AC-ASIENTO TO WS-ACS-ASIENTO
               MOVE WS-AC-FECHA-TXT TO WS-ACS-FECHA
               MOVE WS-AS-CUENTA(WS-AS-IDX) TO WS-ACS-CUENTA
               MOVE WS-AS-CONCEPTO(WS-AS-IDX) TO WS-ACS-CONCEPTO
               MOVE WS-AC-GLOSA TO WS-ACS-GLOSA
               MOVE WS-AS-DEBE(WS-AS-IDX) TO WS-ACS-DEBE
               MOVE WS-AS-HABER(WS-AS-IDX) TO WS-ACS-HABER
               MOVE WS-AC-SALIDA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               ADD 1 TO WS-AC-LINEAS
           END-PERFORM.
           PERFORM 000-OBTENER-FECHA-SISTEMA.
           MOVE WS-AC-FECHA-NUM TO EXPORT-FECHA.
           MOVE WS-AC-TIPO TO EXPORT-TIPO.
           MOVE WS-AC-ASIENTO TO EXPORT-ASIENTO.
           MOVE WS-AS-DEBE-TOTAL TO EXPORT-MONTO.
           MOVE WS-FECHA-LEGIBLE TO EXPORT-PROCESO.
           MOVE WS-USUARIO-ACTUAL TO EXPORT-USUARIO.
           MOVE WS-AC-ARCHIVO TO EXPORT-ARCHIVO.
           WRITE EXPORT-REG
               INVALID KEY
                   DISPLAY "Error al marcar el asiento " WS-AC-ASIENTO
                           ". Código: " FS-EXPORTACIONES
           END-WRITE.
           ADD 1 TO WS-AC-EXPORTADOS.

       004-AC-RECHAZAR-ASIENTO.
           ADD 1 TO WS-AC-RECHAZADOS.
           IF WS-RZ-TOTAL < 200
               ADD 1 TO WS-RZ-TOTAL
               MOVE WS-AC-ASIENTO TO WS-RZ-ASIENTO(WS-RZ-TOTAL)
               MOVE WS-AC-GLOSA TO WS-RZ-GLOSA(WS-RZ-TOTAL)
               MOVE WS-AS-DEBE-TOTAL TO WS-RZ-DEBE(WS-RZ-TOTAL)
               MOVE WS-AS-HABER-TOTAL TO WS-RZ-HABER(WS-RZ-TOTAL)
               MOVE WS-AC-MOTIVO TO WS-RZ-MOTIVO(WS-RZ-TOTAL)
           END-IF.

       003-AC-LISTAR-RECHAZADOS.
      *>  LISTA EN PANTALLA Y EN ASIENTOS_RECHAZADOS.TXT LOS ASIENTOS
      *>  QUE NO SE EXPORTARON, CON SUS TOTALES Y EL MOTIVO.
           MOVE "ASIENTOS_RECHAZADOS.TXT" TO WS-NOMBRE-REPORTE.
           PERFORM 000-ABRIR-ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "ASIENTOS RECHAZADOS EN LA EXPORTACION "
                  DELIMITED BY SIZE
                  WS-AC-ARCHIVO DELIMITED BY SIZE
               INTO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "ASIENTO     DESCRIPCION                             "
               TO REPORTE-LINEA.
           MOVE "          DEBE          HABER  MOTIVO"
               TO REPORTE-LINEA(53:).
           WRITE REPORTE-LINEA.
           DISPLAY " ".
           DISPLAY "ASIENTOS RECHAZADOS (NO EXPORTADOS):".
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-RZ-TOTAL
               MOVE WS-RZ-DEBE(WS-RZ-IDX) TO WS-AC-DEBE-ED
               MOVE WS-RZ-HABER(WS-RZ-IDX) TO WS-AC-HABER-ED
               MOVE SPACES TO REPORTE-LINEA
               STRING WS-RZ-ASIENTO(WS-RZ-IDX) " "
                      WS-RZ-GLOSA(WS-RZ-IDX) " "
                      WS-AC-DEBE-ED " "
                      WS-AC-HABER-ED "  "
                      WS-RZ-MOTIVO(WS-RZ-IDX)
                      DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY REPORTE-LINEA
           END-PERFORM.
           IF WS-AC-RECHAZADOS > WS-RZ-TOTAL
               MOVE "(SOLO SE LISTAN LOS PRIMEROS 200)"
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               DISPLAY REPORTE-LINEA
           END-IF.
           PERFORM 000-CERRAR-ARCHIVO-REPORTE.

       002-CUENTAS-CONTABLES.
      *>  TABLA DE CUENTAS DEL CONTADOR POR CONCEPTO. CAMBIARLA ALTERA
      *>  LO QUE SE EXPORTA, POR ESO LA RESERVA EL SUPERVISOR.
           PERFORM 003-EXIGIR-SUPERVISOR.
           IF WS-AUTORIZADO = 0
               DISPLAY "MODIFICACIÓN NO AUTORIZADA."
           ELSE
               PERFORM 003-MANTENER-CUENTAS
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-MANTENER-CUENTAS.
           MOVE WS-AC-CONCEPTOS TO WS-AC-TABLA-CONCEPTOS.
           PERFORM 000-ABRIR-ARCHIVO-CUENTAS.
           MOVE 99 TO WS-AC-IDX.
           PERFORM UNTIL WS-AC-IDX = 0
               PERFORM 004-LISTAR-CUENTAS
               DISPLAY "CONCEPTO A ASIGNAR (1-15, 0 = TERMINAR): "
                   WITH NO ADVANCING
               ACCEPT WS-AC-IDX
               IF WS-AC-IDX > 0 AND WS-AC-IDX < 16
                   PERFORM 004-ASIGNAR-CUENTA
               ELSE
                   IF WS-AC-IDX NOT = 0
                       DISPLAY "Opción inválida, verifica."
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-CUENTAS.

       004-LISTAR-CUENTAS.
           DISPLAY " ".
           DISPLAY "    CONCEPTO             CUENTA               "
                   "DESCRIPCIÓN".
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1 UNTIL WS-AS-IDX > 15
               MOVE WS-AC-NOMBRE-CONCEPTO(WS-AS-IDX) TO CUENTA-CONCEPTO
               READ CUENTAS-CONTABLES
                   KEY IS CUENTA-CONCEPTO
                   INVALID KEY
                       MOVE "(SIN ASIGNAR)" TO CUENTA-CODIGO
                       MOVE SPACES TO CUENTA-DESCRIPCION
               END-READ
               DISPLAY WS-AS-IDX "  " WS-AC-NOMBRE-CONCEPTO(WS-AS-IDX)
                       " " CUENTA-CODIGO " " CUENTA-DESCRIPCION
           END-PERFORM.

       004-ASIGNAR-CUENTA.
           MOVE WS-AC-NOMBRE-CONCEPTO(WS-AC-IDX) TO CUENTA-CONCEPTO.
           MOVE 1 TO WS-AC-HALLADO.
           READ CUENTAS-CONTABLES
               KEY IS CUENTA-CONCEPTO
               INVALID KEY
                   MOVE 0 TO WS-AC-HALLADO
           END-READ.
           DISPLAY "CÓDIGO DE CUENTA PARA "
                   WS-AC-NOMBRE-CONCEPTO(WS-AC-IDX)
                   " (ENTER = SIN CAMBIOS): " WITH NO ADVANCING.
           ACCEPT WS-AC-CUENTA-NUEVA.
           IF WS-AC-CUENTA-NUEVA NOT = SPACES
               DISPLAY "DESCRIPCIÓN DE LA CUENTA: " WITH NO ADVANCING
               ACCEPT WS-AC-DESCRIPCION-NUEVA
               IF WS-AC-HALLADO = 1
                   MOVE "CUENTA CONTABLE" TO WS-AUD-ACCION
                   MOVE CUENTA-CONCEPTO TO WS-AUD-CLAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                   STRING "CUENTA:" CUENTA-CODIGO
                          " DESCRIPCION:" CUENTA-DESCRIPCION
                          DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANTERIOR
                   PERFORM 000-REGISTRAR-AUDITORIA
                   MOVE WS-AC-CUENTA-NUEVA TO CUENTA-CODIGO
                   MOVE WS-AC-DESCRIPCION-NUEVA TO CUENTA-DESCRIPCION
                   REWRITE CUENTA-REG
                       INVALID KEY
                           DISPLAY "Error al actualizar. Código: "
                                   FS-CUENTAS
                       NOT INVALID KEY
                           DISPLAY "Cuenta actualizada."
                   END-REWRITE
               ELSE
                   MOVE WS-AC-NOMBRE-CONCEPTO(WS-AC-IDX)
                       TO CUENTA-CONCEPTO
                   MOVE WS-AC-CUENTA-NUEVA TO CUENTA-CODIGO
                   MOVE WS-AC-DESCRIPCION-NUEVA TO CUENTA-DESCRIPCION
                   WRITE CUENTA-REG
                       INVALID KEY
                           DISPLAY "Error al registrar. Código: "
                                   FS-CUENTAS
                       NOT INVALID KEY
                           DISPLAY "Cuenta asignada."
                   END-WRITE
               END-IF
           END-IF.

       002-DIAS-EXPORTADOS.
      *>  LISTA LO YA ENVIADO A CONTABILIDAD, POR DÍA Y TIPO DE
      *>  ASIENTO, CON EL ARCHIVO EN QUE SALIÓ.
           DISPLAY " ".
           DISPLAY "DÍAS YA EXPORTADOS A CONTABILIDAD.".
           DISPLAY "---------------------------------------".
           DISPLAY "FECHA    TIPO       ASIENTO               MONTO "
                   "EXPORTADO  USUARIO    ARCHIVO".
           MOVE 0 TO WS-AC-EXPORTADOS.
           PERFORM 000-ABRIR-ARCHIVO-EXPORTACIONES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ EXPORTACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-AC-EXPORTADOS
                       MOVE EXPORT-MONTO TO WS-AC-MONTO-ED
                       DISPLAY EXPORT-FECHA " " EXPORT-TIPO " "
                               EXPORT-ASIENTO " " WS-AC-MONTO-ED " "
                               EXPORT-PROCESO " " EXPORT-USUARIO " "
                               EXPORT-ARCHIVO
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-EXPORTACIONES.
           IF WS-AC-EXPORTADOS = 0
               DISPLAY "*** NO SE HA EXPORTADO NINGÚN DÍA ***"
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       002-REABRIR-DIA-EXPORTADO.
      *>  QUITA LAS MARCAS DE EXPORTACIÓN DE UN DÍA PARA VOLVER A
      *>  ENVIARLO (POR EJEMPLO, SI EL CONTADOR PERDIÓ EL ARCHIVO).
      *>  OPERACIÓN SENSIBLE: RESERVADA AL SUPERVISOR.
           PERFORM 003-EXIGIR-SUPERVISOR.
           IF WS-AUTORIZADO = 0
               DISPLAY "REAPERTURA NO AUTORIZADA."
           ELSE
               PERFORM 003-REABRIR-DIA-AUTORIZADO
           END-IF.
           DISPLAY "OPERACIÓN COMPLETADA... " WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".

       003-REABRIR-DIA-AUTORIZADO.
           DISPLAY "DÍA A REABRIR (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-AC-CONV-TXT.
           PERFORM 004-AC-CONVERTIR-FECHA.
           IF WS-AC-CONV-NUM = 0
               DISPLAY "Fecha inválida, verifica."
           ELSE
               DISPLAY "¿Quitar las marcas de exportación del "
                       WS-AC-CONV-TXT "? (S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMAR
               IF CONFIRMAR = "S" OR CONFIRMAR = "s"
                   PERFORM 004-QUITAR-MARCAS-DIA
               ELSE
                   DISPLAY "Reapertura cancelada."
               END-IF
           END-IF.

       004-QUITAR-MARCAS-DIA.
           MOVE 0 TO WS-AC-EXPORTADOS.
           PERFORM 000-ABRIR-ARCHIVO-EXPORTACIONES.
           MOVE WS-AC-CONV-NUM TO EXPORT-FECHA.
           MOVE LOW-VALUES TO EXPORT-TIPO.
           MOVE 0 TO WS-FIN-ARCHIVO.
           START EXPORTACIONES KEY IS NOT LESS THAN EXPORT-CLAVE
               INVALID KEY
                   MOVE 1 TO WS-FIN-ARCHIVO
           END-START.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ EXPORTACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF EXPORT-FECHA NOT = WS-AC-CONV-NUM
                           MOVE 1 TO WS-FIN-ARCHIVO
                       ELSE
                           MOVE "REABRIR DIA CONTABLE" TO WS-AUD-ACCION
                           MOVE EXPORT-CLAVE TO WS-AUD-CLAVE
                           MOVE SPACES TO WS-AUD-VALOR-ANTERIOR
                           MOVE EXPORT-REG TO WS-AUD-VALOR-ANTERIOR
                           PERFORM 000-REGISTRAR-AUDITORIA
                           DELETE EXPORTACIONES RECORD
                               INVALID KEY
                                   DISPLAY "Error al reabrir. Código: "
                                           FS-EXPORTACIONES
                               NOT INVALID KEY
                                   ADD 1 TO WS-AC-EXPORTADOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-EXPORTACIONES.
           DISPLAY "Marcas eliminadas: " WS-AC-EXPORTADOS.

       *> ARCHIVO HISTÓRICO: CIERRE DE EJERCICIO Y CONSULTA
       *>  -------------------------------------------------------------
                   DISPLAY "Número de Factura: " FACTURA-NUMERO
                   DISPLAY "Razón Social: " FACTURA-RAZON
                   DISPLAY "Fecha: " FACTURA-FECHA
                   PERFORM 003-MOSTRAR-IVA-FACTURA
                   DISPLAY "Monto Total: " FACTURA-TOTAL
                   DISPLAY "Estado: " FACTURA-ESTADO
                   PERFORM 003-HIST-DETALLE-FACTURA
           PERFORM 003-RESPALDAR-PROVEEDORES.
           PERFORM 003-RESPALDAR-COMPRAS.
           PERFORM 003-RESPALDAR-COMPRA-DET.
           PERFORM 003-RESPALDAR-PAGOS-PROV.
           PERFORM 003-RESPALDAR-RETENCIONES.
           PERFORM 003-RESPALDAR-INGREDIENTES.
           PERFORM 003-RESPALDAR-RECETAS.
           PERFORM 003-RESPALDAR-TOMA.
           PERFORM 003-RESPALDAR-ESTACIONES.
           PERFORM 003-RESPALDAR-TIEMPOS.
           PERFORM 003-RESPALDAR-CUENTAS.
           PERFORM 003-RESPALDAR-EXPORTACIONES.
           PERFORM 003-RESPALDAR-OCUPACION.
           PERFORM 003-RESPALDAR-CIERRES.
           PERFORM 003-RESPALDAR-CONTROL-CIERRE.
           PERFORM 003-RESPALDAR-USUARIOS.
           DISPLAY "NOTAS_CREDITO: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-CONTROL-NOTA.
           MOVE "CONTROL_NOTA" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
      *>  EL ARCHIVO DE CONTROL PUEDE NO EXISTIR SI AÚN NO SE HA
      *>  EMITIDO NINGUNA NOTA; EN ESE CASO SE RESPALDA VACÍO.
           OPEN INPUT CONTROL-NOTA.
           IF FS-CONTROL-NOTA NOT = "00"
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "CONTROL_NOTA: SIN CORRELATIVO QUE "
                       "RESPALDAR."
           ELSE
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ CONTROL-NOTA
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE CONTROL-NOTA-REG TO RESPALDO-REG
                           WRITE RESPALDO-REG
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               CLOSE CONTROL-NOTA
               DISPLAY "CONTROL_NOTA: " WS-RESP-CONTADOR
                       " REGISTROS RESPALDADOS."
           END-IF.

       003-RESPALDAR-PROVEEDORES.
           MOVE "PROVEEDORES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-PROVEEDORES.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ PROVEEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE PROVEEDOR-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-PROVEEDORES.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "PROVEEDORES: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-COMPRAS.
           MOVE "COMPRAS" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-COMPRAS.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COMPRAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE COMPRA-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRAS.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "COMPRAS: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-COMPRA-DET.
           MOVE "COMPRA_DETALLE" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-COMPRA-DET.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ COMPRA-DETALLE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE COMPRA-DET-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-COMPRA-DET.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "COMPRA_DETALLE: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-PAGOS-PROV.
           MOVE "PAGOS_PROVEEDOR" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-PAGOS-PROV.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ PAGOS-PROVEEDOR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE PAGO-PROV-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-PAGOS-PROV.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "PAGOS_PROVEEDOR: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-RETENCIONES.
           MOVE "RETENCIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-RETENCIONES.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ RETENCIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE RETENCION-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-RETENCIONES.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "RETENCIONES: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-ESTACIONES.
           MOVE "ESTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-ESTACIONES.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ ESTACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE ESTACION-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-ESTACIONES.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "ESTACIONES: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-TIEMPOS.
           MOVE "TIEMPOS_PREP" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
      *>  COMO EL KARDEX, PUEDE NO EXISTIR TODAVÍA.
           OPEN INPUT TIEMPOS-PREP.
           IF FS-TIEMPOS NOT = "00"
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "TIEMPOS_PREP: SIN TIEMPOS QUE RESPALDAR."
           ELSE
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ TIEMPOS-PREP
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE TIEMPO-REG TO RESPALDO-REG
                           WRITE RESPALDO-REG
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               CLOSE TIEMPOS-PREP
               DISPLAY "TIEMPOS_PREP: " WS-RESP-CONTADOR
                       " REGISTROS RESPALDADOS."
           END-IF.

       003-RESPALDAR-OCUPACION.
           MOVE "OCUPACION" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           OPEN INPUT OCUPACION-MESAS.
           IF FS-OCUPACION NOT = "00"
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "OCUPACION: SIN TURNOS DE MESA QUE RESPALDAR."
           ELSE
               PERFORM 000-ABRIR-RESPALDO-SALIDA
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ OCUPACION-MESAS
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE OCUPA-REG TO RESPALDO-REG
                           WRITE RESPALDO-REG
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               CLOSE OCUPACION-MESAS
               DISPLAY "OCUPACION: " WS-RESP-CONTADOR
                       " REGISTROS RESPALDADOS."
           END-IF.

       003-RESPALDAR-CUENTAS.
           MOVE "CUENTAS_CONT" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-CUENTAS.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ CUENTAS-CONTABLES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE CUENTA-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-CUENTAS.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "CUENTAS_CONT: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-EXPORTACIONES.
           MOVE "EXPORTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-EXPORTACIONES.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ EXPORTACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE EXPORT-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-EXPORTACIONES.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "EXPORTACIONES: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-TOMA.
           MOVE "TOMA-FISICA" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-SALIDA.
           PERFORM 000-ABRIR-ARCHIVO-TOMA.
           MOVE 0 TO WS-RESP-CONTADOR.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = 1
               READ TOMA-FISICA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE TOMA-REG TO RESPALDO-REG
                       WRITE RESPALDO-REG
                       ADD 1 TO WS-RESP-CONTADOR
               END-READ
           END-PERFORM.
           PERFORM 000-CERRAR-ARCHIVO-TOMA.
           PERFORM 000-CERRAR-ARCHIVO-RESPALDO.
           DISPLAY "TOMA-FISICA: " WS-RESP-CONTADOR
                   " REGISTROS RESPALDADOS.".

       003-RESPALDAR-INGREDIENTES.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "COMPRA_DETALLE" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "PAGOS_PROVEEDOR" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "RETENCIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "INGREDIENTES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "RECETAS" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "TOMA-FISICA" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "ESTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "TIEMPOS_PREP" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "CUENTAS_CONT" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "EXPORTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "OCUPACION" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "CIERRES_CAJA" TO WS-RESP-ARCHIVO.
           PERFORM 003-ELIMINAR-UN-RESPALDO.
           MOVE "CONTROL_CIERRE" TO WS-RESP-ARCHIVO.
               PERFORM 003-RESTAURAR-PROVEEDORES
               PERFORM 003-RESTAURAR-COMPRAS
               PERFORM 003-RESTAURAR-COMPRA-DET
               PERFORM 003-RESTAURAR-PAGOS-PROV
               PERFORM 003-RESTAURAR-RETENCIONES
               PERFORM 003-RESTAURAR-INGREDIENTES
               PERFORM 003-RESTAURAR-RECETAS
               PERFORM 003-RESTAURAR-TOMA
               PERFORM 003-RESTAURAR-ESTACIONES
               PERFORM 003-RESTAURAR-TIEMPOS
               PERFORM 003-RESTAURAR-CUENTAS
               PERFORM 003-RESTAURAR-EXPORTACIONES
               PERFORM 003-RESTAURAR-OCUPACION
               PERFORM 003-RESTAURAR-CIERRES
               PERFORM 003-RESTAURAR-CONTROL-CIERRE
               PERFORM 003-RESTAURAR-USUARIOS
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-ESTACIONES.
           MOVE "ESTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT ESTACIONES
               IF FS-ESTACIONES NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-ESTACIONES
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO ESTACION-REG
                           WRITE ESTACION-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-ESTACIONES
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE ESTACIONES
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "ESTACIONES: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-TIEMPOS.
           MOVE "TIEMPOS_PREP" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT TIEMPOS-PREP
               IF FS-TIEMPOS NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-TIEMPOS
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO TIEMPO-REG
                           WRITE TIEMPO-REG
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE TIEMPOS-PREP
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "TIEMPOS_PREP: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-OCUPACION.
           MOVE "OCUPACION" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT OCUPACION-MESAS
               IF FS-OCUPACION NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-OCUPACION
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO OCUPA-REG
                           WRITE OCUPA-REG
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE OCUPACION-MESAS
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "OCUPACION: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-CUENTAS.
           MOVE "CUENTAS_CONT" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT CUENTAS-CONTABLES
               IF FS-CUENTAS NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-CUENTAS
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO CUENTA-REG
                           WRITE CUENTA-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-CUENTAS
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-CONTABLES
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "CUENTAS_CONT: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-EXPORTACIONES.
           MOVE "EXPORTACIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT EXPORTACIONES
               IF FS-EXPORTACIONES NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-EXPORTACIONES
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO EXPORT-REG
                           WRITE EXPORT-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-EXPORTACIONES
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE EXPORTACIONES
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "EXPORTACIONES: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-TOMA.
           MOVE "TOMA-FISICA" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT TOMA-FISICA
               IF FS-TOMA NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-TOMA
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO TOMA-REG
                           WRITE TOMA-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-TOMA
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE TOMA-FISICA
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "TOMA-FISICA: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-INGREDIENTES.
           MOVE "INGREDIENTES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-PAGOS-PROV.
           MOVE "PAGOS_PROVEEDOR" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT PAGOS-PROVEEDOR
               IF FS-PAGOS-PROV NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-PAGOS-PROV
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO PAGO-PROV-REG
                           WRITE PAGO-PROV-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-PAGOS-PROV
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE PAGOS-PROVEEDOR
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "PAGOS_PROVEEDOR: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-RETENCIONES.
           MOVE "RETENCIONES" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.
           PERFORM 000-ABRIR-RESPALDO-ENTRADA.
           IF WS-RESP-OK = 1
               OPEN OUTPUT RETENCIONES
               IF FS-RETENCIONES NOT = "00"
                   DISPLAY "Error al abrir el archivo. Código: "
                           FS-RETENCIONES
                   MOVE 0 TO WS-RESP-OK
                   PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WS-RESP-OK = 1
               MOVE 0 TO WS-RESP-CONTADOR
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ RESPALDO
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RESPALDO-REG TO RETENCION-REG
                           WRITE RETENCION-REG
                               INVALID KEY
                                   DISPLAY "Error al restaurar. "
                                           "Código: " FS-RETENCIONES
                           END-WRITE
                           ADD 1 TO WS-RESP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES
               PERFORM 000-CERRAR-ARCHIVO-RESPALDO
               DISPLAY "RETENCIONES: " WS-RESP-CONTADOR
                       " REGISTROS RESTAURADOS."
           END-IF.

       003-RESTAURAR-NOTAS.
           MOVE "NOTAS_CREDITO" TO WS-RESP-ARCHIVO.
           PERFORM 003-ARMAR-NOMBRE-RESPALDO.

       FD  ARCHIVO-EVALUACIONES.
           01 EVA-DATOS.
      *       CALIFICACION DE DESEMPENIO DEL EMPLEADO EN EL CICLO
      *       ANUAL DE EVALUACION, REGISTRADA POR SU SUPERVISOR
      *       DIRECTO, Y LA PROPUESTA DE INCREMENTO POR MERITO QUE
      *       SALE DE LA MATRIZ DEL CICLO.
              03 EVA-CLAVE.
                 05 EVA-COD-EMPRESA      PIC 9(3).
                 05 EVA-CICLO            PIC 9(4).
                 05 EVA-COD-EMPLEADO     PIC 9(8).
              03 EVA-COD-EVALUADOR       PIC 9(8).
              03 EVA-OPE-REGISTRO        PIC X(10).
              03 EVA-FEC-EVALUACION.
                 05 EVA-FEC-EVA-AA       PIC 9(4).
                 05 EVA-FEC-EVA-MM       PIC 9(2).
                 05 EVA-FEC-EVA-DD       PIC 9(2).
      *       CALIFICACION: 1=INSUFICIENTE ... 5=SOBRESALIENTE.
              03 EVA-CALIFICACION        PIC 9(1).
              03 EVA-COMENTARIO          PIC X(50).
      *       CUARTIL DE LA BANDA DEL CARGO EN QUE ESTABA EL SUELDO
      *       AL GENERAR LA PROPUESTA (1 A 4).
              03 EVA-CUARTIL             PIC 9(1).
              03 EVA-SUELDO-ACTUAL       PIC 9(8)V9(2).
              03 EVA-PCT-MATRIZ          PIC 9(2)V9(2).
              03 EVA-PCT-PROPUESTO       PIC 9(2)V9(2).
              03 EVA-SUELDO-PROPUESTO    PIC 9(8)V9(2).
              03 EVA-OPE-AJUSTE          PIC X(10).
      *       ESTADO: C=CALIFICADO / P=PROPUESTA GENERADA /
      *       J=PROPUESTA AJUSTADA POR TALENTO HUMANO /
      *       E=ENVIADA A APROBACION DE CAMBIOS DE SUELDO.
              03 EVA-ESTADO              PIC X(1).
              03 EVA-CPD-SECUENCIA       PIC 9(6).

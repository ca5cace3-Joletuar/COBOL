              03 KPI-ROTACION-PCT        PIC 9(3)V9(2).
              03 KPI-DIAS-AUSENCIA       PIC 9(5).
              03 KPI-HORAS-EXTRAS        PIC 9(6)V9(2).
      *       SINIESTRALIDAD DEL MES: ACCIDENTES DE TRABAJO Y
      *       ENFERMEDADES PROFESIONALES, DIAS PERDIDOS E INDICES DE
      *       FRECUENCIA Y GRAVEDAD SOBRE 200000 HORAS TRABAJADAS.
              03 KPI-ACCIDENTES          PIC 9(4).
              03 KPI-DIAS-PERDIDOS       PIC 9(5).
              03 KPI-IND-FRECUENCIA      PIC 9(5)V9(2).
              03 KPI-IND-GRAVEDAD        PIC 9(7)V9(2).

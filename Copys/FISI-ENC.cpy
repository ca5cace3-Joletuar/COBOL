           SELECT ARCHIVO-ENCUESTA-SALARIAL
             ASSIGN TO "../Archivos/Archivo-ENC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ENC-CLAVE
             FILE STATUS IS FL-ENC.

           SELECT ARCHIVO-REGISTRO-ACH
             ASSIGN TO "../Archivos/Archivo-RAC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RAC-CLAVE
             FILE STATUS IS FL-RAC.

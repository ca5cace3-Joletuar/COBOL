           SELECT ARCHIVO-PENSIONES
             ASSIGN TO "../Archivos/Archivo-PEN.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEN-CLAVE
             FILE STATUS IS FL-PEN.

           SELECT ARCHIVO-DISCAPACIDAD
             ASSIGN TO "../Archivos/Archivo-DSC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DSC-CLAVE
             FILE STATUS IS FL-DSC.

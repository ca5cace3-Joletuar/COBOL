           SELECT ARCHIVO-EDICIONES
             ASSIGN TO "../Archivos/Archivo-EDI.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EDI-CLAVE
             FILE STATUS IS FL-EDI.

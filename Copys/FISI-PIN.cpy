           SELECT ARCHIVO-PINES
             ASSIGN TO "../Archivos/Archivo-PIN.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PIN-CEDULA
             FILE STATUS IS FL-PIN.

           SELECT ARCHIVO-MOV-CXC
             ASSIGN TO "../Archivos/Archivo-MCX.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MCX-CLAVE
             FILE STATUS IS FL-MCX.

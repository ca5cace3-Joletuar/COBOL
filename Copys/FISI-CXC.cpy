           SELECT ARCHIVO-CXC-EXEMPLEADOS
             ASSIGN TO "../Archivos/Archivo-CXC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CXC-CLAVE
             FILE STATUS IS FL-CXC.

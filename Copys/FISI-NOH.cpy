             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NOH-CLAVE
             ALTERNATE RECORD KEY IS NOH-CLAVE-PERIODO
             FILE STATUS IS FL-NOH.

           SELECT ARCHIVO-COLA-NOTIF
             ASSIGN TO "../Archivos/Cola-Notificaciones.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-NTF.

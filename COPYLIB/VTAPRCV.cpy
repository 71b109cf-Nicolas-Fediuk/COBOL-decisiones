001100*LA LISTA DE REMARCADO DE GONDOLA POR SUCURSAL. UN PRODUCTO SIN
001200*REGISTROS AQUI SE SIGUE VALIDANDO CONTRA EL PRECIO DEL
001300*MAESTRO.
001310*LA NOCHE ANTERIOR, VTA7900 GRABA LAS ETIQUETAS DE GONDOLA DE
001320*LOS CAMBIOS QUE RIGEN EL PROXIMO DIA LABORABLE.
001400******************************************************************
001500 01  VTA-PRECIO-VIG-RECORD.
001600     05  VTA-PRV-CLAVE.

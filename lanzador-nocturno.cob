
      * La secuencia diaria historica: la verificacion corre antes
      * que el respaldo para no rotar una generacion sana por una
      * corrupta, y el reporte de carga cierra la corrida; las
      * intimaciones corren despues del respaldo porque pueden
      * suspender socios, y el padron de habilitados de la sede
      * despues de las intimaciones para no dejar pasar al recien
      * suspendido
       130-SECUENCIA-POR-OMISION.
           MOVE 6 TO w-cant-pasos.
           MOVE "verifica-cadenas" TO p-comando(1).
           MOVE "respalda-socios" TO p-comando(2).
           MOVE "intima-morosos" TO p-comando(3).
           MOVE "genera-habilitados" TO p-comando(4).
           MOVE "exporta-csv" TO p-comando(5).
           MOVE "reporte-carga" TO p-comando(6).

      ******************************************************************
      * Si la corrida anterior quedo a medias se ofrece reanudar

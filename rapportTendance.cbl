           2 chauffeursActifsStats pic 9(4).
           2 busActifsStats pic 9(4).
           2 incidentsStats pic 9(5).
           2 clesMaxStats pic 9(6) occurs 60 times.

       fd f-rapport.
       1 rapport.

      ******************************************************************
      * Copybook    : COAPPUPO
      * Application : CardDemo
      * Function    : Symbolic map for the COAPPUPC new-account
      *               application entry screen (mapset COAPPUP, map
      *               COAPPUPA).
      ******************************************************************
       01  COAPPUPAI.
           05  NAACCTL                           PIC S9(4) COMP.
           05  NAACCTF                           PIC X.
           05  FILLER REDEFINES NAACCTF.
               10  NAACCTA                       PIC X.
           05  NAACCTI                           PIC X(11).

           05  NAACTL                            PIC S9(4) COMP.
           05  NAACTF                            PIC X.
           05  FILLER REDEFINES NAACTF.
               10  NAACTA                        PIC X.
           05  NAACTI                            PIC X(01).

           05  NAGRPL                            PIC S9(4) COMP.
           05  NAGRPF                            PIC X.
           05  FILLER REDEFINES NAGRPF.
               10  NAGRPA                        PIC X.
           05  NAGRPI                            PIC X(10).

           05  NALIML                            PIC S9(4) COMP.
           05  NALIMF                            PIC X.
           05  FILLER REDEFINES NALIMF.
               10  NALIMA                        PIC X.
           05  NALIMI                            PIC X(12).

           05  NAFNAML                           PIC S9(4) COMP.
           05  NAFNAMF                           PIC X.
           05  FILLER REDEFINES NAFNAMF.
               10  NAFNAMA                       PIC X.
           05  NAFNAMI                           PIC X(25).

           05  NALNAML                           PIC S9(4) COMP.
           05  NALNAMF                           PIC X.
           05  FILLER REDEFINES NALNAMF.
               10  NALNAMA                       PIC X.
           05  NALNAMI                           PIC X(25).

           05  NAADR1L                           PIC S9(4) COMP.
           05  NAADR1F                           PIC X.
           05  FILLER REDEFINES NAADR1F.
               10  NAADR1A                       PIC X.
           05  NAADR1I                           PIC X(50).

           05  NAADR2L                           PIC S9(4) COMP.
           05  NAADR2F                           PIC X.
           05  FILLER REDEFINES NAADR2F.
               10  NAADR2A                       PIC X.
           05  NAADR2I                           PIC X(50).

           05  NACITYL                           PIC S9(4) COMP.
           05  NACITYF                           PIC X.
           05  FILLER REDEFINES NACITYF.
               10  NACITYA                       PIC X.
           05  NACITYI                           PIC X(25).

           05  NASTTEL                           PIC S9(4) COMP.
           05  NASTTEF                           PIC X.
           05  FILLER REDEFINES NASTTEF.
               10  NASTTEA                       PIC X.
           05  NASTTEI                           PIC X(02).

           05  NAZIPL                            PIC S9(4) COMP.
           05  NAZIPF                            PIC X.
           05  FILLER REDEFINES NAZIPF.
               10  NAZIPA                        PIC X.
           05  NAZIPI                            PIC X(10).

           05  NADOBL                            PIC S9(4) COMP.
           05  NADOBF                            PIC X.
           05  FILLER REDEFINES NADOBF.
               10  NADOBA                        PIC X.
           05  NADOBI                            PIC X(10).

           05  NASSNL                            PIC S9(4) COMP.
           05  NASSNF                            PIC X.
           05  FILLER REDEFINES NASSNF.
               10  NASSNA                        PIC X.
           05  NASSNI                            PIC X(09).

           05  NAPHONL                           PIC S9(4) COMP.
           05  NAPHONF                           PIC X.
           05  FILLER REDEFINES NAPHONF.
               10  NAPHONA                       PIC X.
           05  NAPHONI                           PIC X(15).

           05  NASTATL                           PIC S9(4) COMP.
           05  NASTATF                           PIC X.
           05  FILLER REDEFINES NASTATF.
               10  NASTATA                       PIC X.
           05  NASTATI                           PIC X(30).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  COAPPUPAO REDEFINES COAPPUPAI.
           05  FILLER                            PIC X(03).
           05  NAACCTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  NAACTO                            PIC X(01).
           05  FILLER                            PIC X(03).
           05  NAGRPO                            PIC X(10).
           05  FILLER                            PIC X(03).
           05  NALIMO                            PIC X(12).
           05  FILLER                            PIC X(03).
           05  NAFNAMO                           PIC X(25).
           05  FILLER                            PIC X(03).
           05  NALNAMO                           PIC X(25).
           05  FILLER                            PIC X(03).
           05  NAADR1O                           PIC X(50).
           05  FILLER                            PIC X(03).
           05  NAADR2O                           PIC X(50).
           05  FILLER                            PIC X(03).
           05  NACITYO                           PIC X(25).
           05  FILLER                            PIC X(03).
           05  NASTTEO                           PIC X(02).
           05  FILLER                            PIC X(03).
           05  NAZIPO                            PIC X(10).
           05  FILLER                            PIC X(03).
           05  NADOBO                            PIC X(10).
           05  FILLER                            PIC X(03).
           05  NASSNO                            PIC X(09).
           05  FILLER                            PIC X(03).
           05  NAPHONO                           PIC X(15).
           05  FILLER                            PIC X(03).
           05  NASTATO                           PIC X(30).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).

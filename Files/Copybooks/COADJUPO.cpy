      ******************************************************************
      * Copybook    : COADJUPO
      * Application : CardDemo
      * Function    : Symbolic map for the COADJUPC manual adjustment
      *               screen (mapset COADJUP, map COADJUPA).
      ******************************************************************
       01  COADJUPAI.
           05  ADACCTL                           PIC S9(4) COMP.
           05  ADACCTF                           PIC X.
           05  FILLER REDEFINES ADACCTF.
               10  ADACCTA                       PIC X.
           05  ADACCTI                           PIC X(11).

           05  ADCARDL                           PIC S9(4) COMP.
           05  ADCARDF                           PIC X.
           05  FILLER REDEFINES ADCARDF.
               10  ADCARDA                       PIC X.
           05  ADCARDI                           PIC X(16).

           05  ADRESNL                           PIC S9(4) COMP.
           05  ADRESNF                           PIC X.
           05  FILLER REDEFINES ADRESNF.
               10  ADRESNA                       PIC X.
           05  ADRESNI                           PIC X(02).

           05  ADAMTL                            PIC S9(4) COMP.
           05  ADAMTF                            PIC X.
           05  FILLER REDEFINES ADAMTF.
               10  ADAMTA                        PIC X.
           05  ADAMTI                            PIC X(11).

           05  ADMEMOL                           PIC S9(4) COMP.
           05  ADMEMOF                           PIC X.
           05  FILLER REDEFINES ADMEMOF.
               10  ADMEMOA                       PIC X.
           05  ADMEMOI                           PIC X(40).

           05  ADACTNL                           PIC S9(4) COMP.
           05  ADACTNF                           PIC X.
           05  FILLER REDEFINES ADACTNF.
               10  ADACTNA                       PIC X.
           05  ADACTNI                           PIC X(01).

           05  ADRDESL                           PIC S9(4) COMP.
           05  ADRDESF                           PIC X.
           05  FILLER REDEFINES ADRDESF.
               10  ADRDESA                       PIC X.
           05  ADRDESI                           PIC X(30).

           05  ADTYPEL                           PIC S9(4) COMP.
           05  ADTYPEF                           PIC X.
           05  FILLER REDEFINES ADTYPEF.
               10  ADTYPEA                       PIC X.
           05  ADTYPEI                           PIC X(02).

           05  ADCATGL                           PIC S9(4) COMP.
           05  ADCATGF                           PIC X.
           05  FILLER REDEFINES ADCATGF.
               10  ADCATGA                       PIC X.
           05  ADCATGI                           PIC X(04).

           05  ADAUTHL                           PIC S9(4) COMP.
           05  ADAUTHF                           PIC X.
           05  FILLER REDEFINES ADAUTHF.
               10  ADAUTHA                       PIC X.
           05  ADAUTHI                           PIC X(12).

           05  ADSTATL                           PIC S9(4) COMP.
           05  ADSTATF                           PIC X.
           05  FILLER REDEFINES ADSTATF.
               10  ADSTATA                       PIC X.
           05  ADSTATI                           PIC X(40).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  COADJUPAO REDEFINES COADJUPAI.
           05  FILLER                            PIC X(03).
           05  ADACCTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  ADCARDO                           PIC X(16).
           05  FILLER                            PIC X(03).
           05  ADRESNO                           PIC X(02).
           05  FILLER                            PIC X(03).
           05  ADAMTO                            PIC X(11).
           05  FILLER                            PIC X(03).
           05  ADMEMOO                           PIC X(40).
           05  FILLER                            PIC X(03).
           05  ADACTNO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  ADRDESO                           PIC X(30).
           05  FILLER                            PIC X(03).
           05  ADTYPEO                           PIC X(02).
           05  FILLER                            PIC X(03).
           05  ADCATGO                           PIC X(04).
           05  FILLER                            PIC X(03).
           05  ADAUTHO                           PIC X(12).
           05  FILLER                            PIC X(03).
           05  ADSTATO                           PIC X(40).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).

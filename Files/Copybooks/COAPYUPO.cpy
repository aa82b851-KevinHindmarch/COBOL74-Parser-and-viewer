      ******************************************************************
      * Copybook    : COAPYUPO
      * Application : CardDemo
      * Function    : Symbolic map for the COAPYUPC autopay enrollment
      *               screen (mapset COAPYUP, map COAPYUPA).
      ******************************************************************
       01  COAPYUPAI.
           05  APACCTL                           PIC S9(4) COMP.
           05  APACCTF                           PIC X.
           05  FILLER REDEFINES APACCTF.
               10  APACCTA                       PIC X.
           05  APACCTI                           PIC X(11).

           05  APACTNL                           PIC S9(4) COMP.
           05  APACTNF                           PIC X.
           05  FILLER REDEFINES APACTNF.
               10  APACTNA                       PIC X.
           05  APACTNI                           PIC X(01).

           05  APROUTL                           PIC S9(4) COMP.
           05  APROUTF                           PIC X.
           05  FILLER REDEFINES APROUTF.
               10  APROUTA                       PIC X.
           05  APROUTI                           PIC X(09).

           05  APBACTL                           PIC S9(4) COMP.
           05  APBACTF                           PIC X.
           05  FILLER REDEFINES APBACTF.
               10  APBACTA                       PIC X.
           05  APBACTI                           PIC X(17).

           05  APBTYPL                           PIC S9(4) COMP.
           05  APBTYPF                           PIC X.
           05  FILLER REDEFINES APBTYPF.
               10  APBTYPA                       PIC X.
           05  APBTYPI                           PIC X(01).

           05  APOPTL                            PIC S9(4) COMP.
           05  APOPTF                            PIC X.
           05  FILLER REDEFINES APOPTF.
               10  APOPTA                        PIC X.
           05  APOPTI                            PIC X(01).

           05  APFAMTL                           PIC S9(4) COMP.
           05  APFAMTF                           PIC X.
           05  FILLER REDEFINES APFAMTF.
               10  APFAMTA                       PIC X.
           05  APFAMTI                           PIC X(11).

           05  APSTATL                           PIC S9(4) COMP.
           05  APSTATF                           PIC X.
           05  FILLER REDEFINES APSTATF.
               10  APSTATA                       PIC X.
           05  APSTATI                           PIC X(40).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  COAPYUPAO REDEFINES COAPYUPAI.
           05  FILLER                            PIC X(03).
           05  APACCTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  APACTNO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  APROUTO                           PIC X(09).
           05  FILLER                            PIC X(03).
           05  APBACTO                           PIC X(17).
           05  FILLER                            PIC X(03).
           05  APBTYPO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  APOPTO                            PIC X(01).
           05  FILLER                            PIC X(03).
           05  APFAMTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  APSTATO                           PIC X(40).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).

      ******************************************************************
      * Copybook    : CORFDUPO
      * Application : CardDemo
      * Function    : Symbolic map for the CORFDUPC credit balance
      *               refund request screen (mapset CORFDUP, map
      *               CORFDUPA).
      ******************************************************************
       01  CORFDUPAI.
           05  RFACCTL                           PIC S9(4) COMP.
           05  RFACCTF                           PIC X.
           05  FILLER REDEFINES RFACCTF.
               10  RFACCTA                       PIC X.
           05  RFACCTI                           PIC X(11).

           05  RFACTNL                           PIC S9(4) COMP.
           05  RFACTNF                           PIC X.
           05  FILLER REDEFINES RFACTNF.
               10  RFACTNA                       PIC X.
           05  RFACTNI                           PIC X(01).

           05  RFRSNL                            PIC S9(4) COMP.
           05  RFRSNF                            PIC X.
           05  FILLER REDEFINES RFRSNF.
               10  RFRSNA                        PIC X.
           05  RFRSNI                            PIC X(30).

           05  RFBALL                            PIC S9(4) COMP.
           05  RFBALF                            PIC X.
           05  FILLER REDEFINES RFBALF.
               10  RFBALA                        PIC X.
           05  RFBALI                            PIC X(13).

           05  RFASTAL                           PIC S9(4) COMP.
           05  RFASTAF                           PIC X.
           05  FILLER REDEFINES RFASTAF.
               10  RFASTAA                       PIC X.
           05  RFASTAI                           PIC X(20).

           05  RFCRDTL                           PIC S9(4) COMP.
           05  RFCRDTF                           PIC X.
           05  FILLER REDEFINES RFCRDTF.
               10  RFCRDTA                       PIC X.
           05  RFCRDTI                           PIC X(10).

           05  RFNAMEL                           PIC S9(4) COMP.
           05  RFNAMEF                           PIC X.
           05  FILLER REDEFINES RFNAMEF.
               10  RFNAMEA                       PIC X.
           05  RFNAMEI                           PIC X(40).

           05  RFSTATL                           PIC S9(4) COMP.
           05  RFSTATF                           PIC X.
           05  FILLER REDEFINES RFSTATF.
               10  RFSTATA                       PIC X.
           05  RFSTATI                           PIC X(20).

           05  RFRQDTL                           PIC S9(4) COMP.
           05  RFRQDTF                           PIC X.
           05  FILLER REDEFINES RFRQDTF.
               10  RFRQDTA                       PIC X.
           05  RFRQDTI                           PIC X(10).

           05  RFRQUSL                           PIC S9(4) COMP.
           05  RFRQUSF                           PIC X.
           05  FILLER REDEFINES RFRQUSF.
               10  RFRQUSA                       PIC X.
           05  RFRQUSI                           PIC X(08).

           05  RFRVRSL                           PIC S9(4) COMP.
           05  RFRVRSF                           PIC X.
           05  FILLER REDEFINES RFRVRSF.
               10  RFRVRSA                       PIC X.
           05  RFRVRSI                           PIC X(30).

           05  RFISDTL                           PIC S9(4) COMP.
           05  RFISDTF                           PIC X.
           05  FILLER REDEFINES RFISDTF.
               10  RFISDTA                       PIC X.
           05  RFISDTI                           PIC X(10).

           05  RFAMTL                            PIC S9(4) COMP.
           05  RFAMTF                            PIC X.
           05  FILLER REDEFINES RFAMTF.
               10  RFAMTA                        PIC X.
           05  RFAMTI                            PIC X(13).

           05  RFCHKL                            PIC S9(4) COMP.
           05  RFCHKF                            PIC X.
           05  FILLER REDEFINES RFCHKF.
               10  RFCHKA                        PIC X.
           05  RFCHKI                            PIC X(16).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  CORFDUPAO REDEFINES CORFDUPAI.
           05  FILLER                            PIC X(03).
           05  RFACCTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  RFACTNO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  RFRSNO                            PIC X(30).
           05  FILLER                            PIC X(03).
           05  RFBALO                            PIC X(13).
           05  FILLER                            PIC X(03).
           05  RFASTAO                           PIC X(20).
           05  FILLER                            PIC X(03).
           05  RFCRDTO                           PIC X(10).
           05  FILLER                            PIC X(03).
           05  RFNAMEO                           PIC X(40).
           05  FILLER                            PIC X(03).
           05  RFSTATO                           PIC X(20).
           05  FILLER                            PIC X(03).
           05  RFRQDTO                           PIC X(10).
           05  FILLER                            PIC X(03).
           05  RFRQUSO                           PIC X(08).
           05  FILLER                            PIC X(03).
           05  RFRVRSO                           PIC X(30).
           05  FILLER                            PIC X(03).
           05  RFISDTO                           PIC X(10).
           05  FILLER                            PIC X(03).
           05  RFAMTO                            PIC X(13).
           05  FILLER                            PIC X(03).
           05  RFCHKO                            PIC X(16).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).

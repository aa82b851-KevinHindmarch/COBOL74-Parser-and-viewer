      ******************************************************************
      * Copybook    : COCATUPO
      * Application : CardDemo
      * Function    : Symbolic map for the COCATUPC transaction type and
      *               category maintenance screen (mapset COCATUP, map
      *               COCATUPA).
      ******************************************************************
       01  COCATUPAI.
           05  CTTYPEL                           PIC S9(4) COMP.
           05  CTTYPEF                           PIC X.
           05  FILLER REDEFINES CTTYPEF.
               10  CTTYPEA                       PIC X.
           05  CTTYPEI                           PIC X(02).

           05  CTCATL                            PIC S9(4) COMP.
           05  CTCATF                            PIC X.
           05  FILLER REDEFINES CTCATF.
               10  CTCATA                        PIC X.
           05  CTCATI                            PIC X(04).

           05  CTGRPL                            PIC S9(4) COMP.
           05  CTGRPF                            PIC X.
           05  FILLER REDEFINES CTGRPF.
               10  CTGRPA                        PIC X.
           05  CTGRPI                            PIC X(10).

           05  CTACTNL                           PIC S9(4) COMP.
           05  CTACTNF                           PIC X.
           05  FILLER REDEFINES CTACTNF.
               10  CTACTNA                       PIC X.
           05  CTACTNI                           PIC X(01).

           05  CTTDSCL                           PIC S9(4) COMP.
           05  CTTDSCF                           PIC X.
           05  FILLER REDEFINES CTTDSCF.
               10  CTTDSCA                       PIC X.
           05  CTTDSCI                           PIC X(50).

           05  CTCDSCL                           PIC S9(4) COMP.
           05  CTCDSCF                           PIC X.
           05  FILLER REDEFINES CTCDSCF.
               10  CTCDSCA                       PIC X.
           05  CTCDSCI                           PIC X(50).

           05  CTRATEL                           PIC S9(4) COMP.
           05  CTRATEF                           PIC X.
           05  FILLER REDEFINES CTRATEF.
               10  CTRATEA                       PIC X.
           05  CTRATEI                           PIC X(07).

           05  CTLIMTL                           PIC S9(4) COMP.
           05  CTLIMTF                           PIC X.
           05  FILLER REDEFINES CTLIMTF.
               10  CTLIMTA                       PIC X.
           05  CTLIMTI                           PIC X(11).

           05  CTPRRTL                           PIC S9(4) COMP.
           05  CTPRRTF                           PIC X.
           05  FILLER REDEFINES CTPRRTF.
               10  CTPRRTA                       PIC X.
           05  CTPRRTI                           PIC X(07).

           05  CTRPSTL                           PIC S9(4) COMP.
           05  CTRPSTF                           PIC X.
           05  FILLER REDEFINES CTRPSTF.
               10  CTRPSTA                       PIC X.
           05  CTRPSTI                           PIC X(20).

           05  CTLUSRL                           PIC S9(4) COMP.
           05  CTLUSRF                           PIC X.
           05  FILLER REDEFINES CTLUSRF.
               10  CTLUSRA                       PIC X.
           05  CTLUSRI                           PIC X(08).

           05  CTLUDTL                           PIC S9(4) COMP.
           05  CTLUDTF                           PIC X.
           05  FILLER REDEFINES CTLUDTF.
               10  CTLUDTA                       PIC X.
           05  CTLUDTI                           PIC X(10).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  COCATUPAO REDEFINES COCATUPAI.
           05  FILLER                            PIC X(03).
           05  CTTYPEO                           PIC X(02).
           05  FILLER                            PIC X(03).
           05  CTCATO                            PIC X(04).
           05  FILLER                            PIC X(03).
           05  CTGRPO                            PIC X(10).
           05  FILLER                            PIC X(03).
           05  CTACTNO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  CTTDSCO                           PIC X(50).
           05  FILLER                            PIC X(03).
           05  CTCDSCO                           PIC X(50).
           05  FILLER                            PIC X(03).
           05  CTRATEO                           PIC X(07).
           05  FILLER                            PIC X(03).
           05  CTLIMTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  CTPRRTO                           PIC X(07).
           05  FILLER                            PIC X(03).
           05  CTRPSTO                           PIC X(20).
           05  FILLER                            PIC X(03).
           05  CTLUSRO                           PIC X(08).
           05  FILLER                            PIC X(03).
           05  CTLUDTO                           PIC X(10).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).

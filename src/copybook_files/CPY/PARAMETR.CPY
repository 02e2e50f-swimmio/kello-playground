           05  PATH-VID104           PIC X(40).
           05  PATH-CGD005           PIC X(40).
           05  PATH-CAD025           PIC X(40).
           05  PATH-CRD001           PIC X(40).
           05  PATH-CRD002           PIC X(40).
           05  PATH-CRD003           PIC X(40).
           05  PATH-CHD014           PIC X(40).
           05  PATH-CHD015           PIC X(40).
           05  PATH-CRD004           PIC X(40).
           05  PATH-CRD005           PIC X(40).
           05  PATH-COD041           PIC X(40).
           05  PATH-COD043           PIC X(40).
           05  PATH-COD080           PIC X(40).
           05  PATH-COD081           PIC X(40).
           05  PATH-VID105           PIC X(40).
           05  PATH-COD067           PIC X(40).
           05  PATH-COD068           PIC X(40).
           05  PATH-CPD035           PIC X(40).
           05  PATH-CPD036           PIC X(40).
           05  PATH-CPD037           PIC X(40).
           05  PATH-CPD038           PIC X(40).
           05  PATH-CBD004           PIC X(40).
           05  PATH-CBD005           PIC X(40).
           05  PATH-CPD039           PIC X(40).
           05  PATH-CPD040           PIC X(40).
           05  PATH-CPD041           PIC X(40).
           05  PATH-CPD042           PIC X(40).
           05  PATH-CPD043           PIC X(40).
           05  PATH-CPD044           PIC X(40).
           05  PATH-CPD045           PIC X(40).
           05  PATH-CPD046           PIC X(40).
           05  PATH-CPD047           PIC X(40).
           05  PATH-CPD048           PIC X(40).
           05  PATH-CPD049           PIC X(40).
           05  PATH-CPD050           PIC X(40).
           05  PATH-CPD051           PIC X(40).
           05  PATH-CPD052           PIC X(40).
           05  PATH-CXD033           PIC X(40).
           05  PATH-GED005           PIC X(40).
           05  PATH-CXD021           PIC X(40).
           05  PATH-CPD053           PIC X(40).
           05  PATH-VID106           PIC X(40).
           05  PATH-VID107           PIC X(40).
           05  PATH-LOG006           PIC X(40).
           05  PATH-LOG007           PIC X(40).

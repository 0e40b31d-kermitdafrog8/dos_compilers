           copy moverec.cpy.

       fd  baseline-file.
       01  baseline-line                pic x(443).

       fd  recon-rpt.
       01  recon-line                   pic x(80).

       move "その他" to Fname.
       write Fgender.
       *>display Fgender.

       move 4 to Fgenderid.
       move "回答しない" to Fname.
       write Fgender.
       
       close outfile.
       stop run.

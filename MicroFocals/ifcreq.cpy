       *> outbound interface request block - handed to ifcreg.cbl by
       *> every program that writes a file for an outside partner:
       *>   "B" begin - takes the interface's next sequence number
       *>       (or the caller's own, where the feed already keeps
       *>       one) and returns the standard header in frame-line
       *>   "R" record - counts one detail record and adds it to the
       *>       hash total (the record itself is the second parameter,
       *>       record-len its full length - trailing spaces are not
       *>       counted)
       *>   "E" end - returns the standard trailer in frame-line
       *>   "K" keep - after the caller has closed the file: takes
       *>       the kept copy and registers the file as sent
       *> file-name is the outbound file as the caller assigns it
       *> (a leading $MFOCALDIR/ is expanded). appended = "y" for a
       *> file appended to run after run, where ifcreg keeps the
       *> run's own lines instead of copying the whole file.
        03 :Prefix-:action            pic x.
        03 :Prefix-:interface         pic x(8).
        03 :Prefix-:file-name         pic x(40).
        03 :Prefix-:appended          pic x.
        03 :Prefix-:own-seq           pic 9(9).
        03 :Prefix-:seq               pic 9(9).
        03 :Prefix-:record-len        pic 9(5).
        03 :Prefix-:record-count      pic 9(9).
        03 :Prefix-:hash-total        pic 9(15).
        03 :Prefix-:frame-line        pic x(80).

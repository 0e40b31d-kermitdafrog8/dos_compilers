      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     BAKCOPY.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Byte-for-byte file copy subprogram, CALLed by SUITEBAK  *
      *  and SUITERST with the parameter block on BAKREQ.CPY.    *
      *  The suite's files all have different layouts and keys,  *
      *  so rather than an FD per file this reads and writes     *
      *  them through the byte-stream file routines, 4096 bytes  *
      *  at a time, and measures every byte on the way past:     *
      *  the size, the record count and a checksum that weights  *
      *  each byte by its position (1 to 251, over and over) so  *
      *  two bytes swapped still change the sum.  Records are    *
      *  the line ends of a line sequential file, and the slots  *
      *  of an indexed data part whose trailing marker byte      *
      *  shows a live record (a deleted slot keeps low-value     *
      *  there); an index part is copied but never counted.      *
      *  The source is opened deny-write, so a file some other   *
      *  user is updating comes back "U" instead of half-copied. *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BAKCOPY.
       environment division.
       configuration section.
       special-names.
          console is crt.
      /
       data division.

       working-storage section.

       01  source-handle                pic x(04).
       01  target-handle                pic x(04).
       01  read-access                  pic x comp-x value 1.
       01  write-access                 pic x comp-x value 2.
       01  deny-write                   pic x comp-x value 1.
       01  deny-both                    pic x comp-x value 0.
       01  device-zero                  pic x comp-x value 0.
       01  size-flag                    pic x comp-x value 128.
       01  normal-flag                  pic x comp-x value 0.
       01  file-offset                  pic x(08) comp-x.
       01  chunk-length                 pic x(04) comp-x.
       01  file-size                    pic 9(12).
       01  bytes-left                   pic 9(12).

       01  file-details.
           03  fd-size                  pic x(08) comp-x.
           03  fd-date-time             pic x(08).

       01  chunk-buffer.
           03  chunk-byte               pic x occurs 4096 times.

       01  byte-pair.
           03  filler                   pic x     value low-value.
           03  byte-low                 pic x.
       01  byte-value redefines byte-pair
                                        pic 9(04) comp.

       01  byte-subscript               pic 9(04) comp.
       01  byte-weight                  pic 9(03) comp.
       01  slot-position                pic 9(05) comp.

       01  line-end                     pic x     value x"0A".

       01  target-open-switch           pic x.
           88  target-open                        value "Y".

       linkage section.

           copy bakreq.cpy.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division using backup-copy-request.
       main.
           move 0 to bq-byte-count.
           move 0 to bq-record-count.
           move 0 to bq-checksum.
           move "N" to target-open-switch.
           move 0 to byte-weight.
           move 0 to slot-position.

           call "CBL_CHECK_FILE_EXIST" using bq-source-name
                   file-details.
           if return-code not = 0
               move "A" to bq-result
               go to endit.
           call "CBL_OPEN_FILE" using bq-source-name read-access
                   deny-write device-zero source-handle.
           if return-code not = 0
               move "U" to bq-result
               go to endit.

      *    Flag 128 hands back the size of the file in the offset.
           move 0 to file-offset.
           move 0 to chunk-length.
           call "CBL_READ_FILE" using source-handle file-offset
                   chunk-length size-flag chunk-buffer.
           if return-code not = 0
               move "U" to bq-result
               go to close-source.
           move file-offset to file-size.

           if bq-copy
               call "CBL_CREATE_FILE" using bq-target-name
                       write-access deny-both device-zero
                       target-handle
               if return-code not = 0
                   move "F" to bq-result
                   go to close-source
               end-if
               move "Y" to target-open-switch
           end-if.
           move 0 to file-offset.
           move "Y" to bq-result.

       copy-loop.
           if file-offset not < file-size
               go to close-target.
           compute bytes-left = file-size - file-offset.
           if bytes-left > 4096
               move 4096 to chunk-length
           else
               move bytes-left to chunk-length.
           call "CBL_READ_FILE" using source-handle file-offset
                   chunk-length normal-flag chunk-buffer.
           if return-code not = 0
               move "U" to bq-result
               go to close-target.
           if target-open
               call "CBL_WRITE_FILE" using target-handle file-offset
                       chunk-length normal-flag chunk-buffer
               if return-code not = 0
                   move "F" to bq-result
                   go to close-target
               end-if
           end-if.
           perform measure-chunk thru measure-chunk-exit.
           add chunk-length to file-offset.
           go to copy-loop.

       close-target.
           if target-open
               call "CBL_CLOSE_FILE" using target-handle.

       close-source.
           call "CBL_CLOSE_FILE" using source-handle.

       endit.
           exit program.

      ***********************************************************
      * Size, Record Count and Checksum of One Chunk            *
      ***********************************************************

       measure-chunk.
           add chunk-length to bq-byte-count.
           move 1 to byte-subscript.

       measure-chunk-byte.
           if byte-subscript > chunk-length
               go to measure-chunk-exit.
           move chunk-byte(byte-subscript) to byte-low.
           add 1 to byte-weight.
           if byte-weight > 251
               move 1 to byte-weight.
           compute bq-checksum = bq-checksum + byte-value * byte-weight.
           if bq-organization = "L"
                   and chunk-byte(byte-subscript) = line-end
               add 1 to bq-record-count.
           if bq-organization = "I"
               add 1 to slot-position
               if slot-position > bq-record-length
                   if chunk-byte(byte-subscript) = line-end
                       add 1 to bq-record-count
                   end-if
                   move 0 to slot-position
               end-if
           end-if.
           add 1 to byte-subscript.
           go to measure-chunk-byte.

       measure-chunk-exit.
           exit.

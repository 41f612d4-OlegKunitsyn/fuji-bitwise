       *> around an outbound body file so the partners can run the
       *> identical check on their side.
       *>
       *> Every VALIDATE run appends its verdict to the FEDRSLT
       *> result trail - feed id, HDR sequence, the reason code of
       *> the rejection (E00 when the body was released) and the
       *> body records counted - where bitdedup and bitscan add
       *> their own results and feedack turns them into the
       *> partner's acknowledgment.  Layout: see FEDRSLT-ENTRY.
       *> feedack also CALLs this program in WRAP mode to envelope
       *> the acknowledgment.
       *>
       *> Control card layout (FEDCTL, 80 bytes):
       *>   1-8   mode, VALIDATE or WRAP
       *>   9-28  input file name (VALIDATE: enveloped feed,
       *> file is rewritten whole at end of run.
       *>
       *> Return codes: 0 = envelope good / envelope built, 8 = the
       *> envelope is wrong and the file was rejected (or the
       *> sequence or result could not be recorded), 16 = run
       *> abandoned.
       *>*
       identification division.
           select feed-out-file assign dynamic ws-out-file-name
               organization is line sequential
               file status is ws-out-status.
           select optional rslt-file assign to "FEDRSLT"
               organization is line sequential
               file status is ws-rslt-status.
       data division.
       file section.
       fd control-file.
           record is varying in size from 1 to 4096 characters
           depending on ws-out-reclen.
       01 feed-out-record pic x(4096).
       fd rslt-file.
       01 rslt-record pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-seq-status pic x(2).
       01 ws-in-status pic x(2).
       01 ws-out-status pic x(2).
       01 ws-rslt-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-seq pic x value "N".
         88 abort-run value "Y".
       01 ws-reject-file pic x value "N".
         88 reject-file value "Y".
       01 ws-reject-reason pic x(3) value "E00".
       01 ws-mode pic x(8).
         88 validate-mode value "VALIDATE".
         88 wrap-mode value "WRAP    ".
         05 ws-crc-chain-data pic x(4096).
       01 ws-chain-length pic 9(8) binary.
       01 ws-crc-length pic 9(8) binary value 4.
       copy "fedrslt-entry.cpy".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "FEEDEDIT: CANNOT OPEN FEDCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move 16 to return-code
               goback
           end-if.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           if control-eof
               close control-file
               goback
           end-if.
           move control-record(1:8) to ws-mode.
           move control-record(9:20) to ws-in-file-name.
               end-evaluate
           end-if.
           close control-file.
           goback.

       *>*
       *> Load the FEDSEQ control file into the sequence table and
                   display "FEEDEDIT: " ws-in-file-name
                       " IS EMPTY, FILE REJECTED"
                   move "Y" to ws-reject-file
                   move "E01" to ws-reject-reason
               when feed-in-record(1:3) not = "HDR"
                   display "FEEDEDIT: " ws-in-file-name
                       " DOES NOT START WITH AN HDR RECORD, "
                       "FILE REJECTED"
                   move "Y" to ws-reject-file
                   move "E02" to ws-reject-reason
           end-evaluate.
           move 0 to ws-hdr-seq.
           if not reject-file
               move feed-in-record(4:8) to ws-hdr-date
               move feed-in-record(12:6) to ws-hdr-seq
                           " IS NOT THE RUN DATE " ws-run-date
                           ", FILE REJECTED"
                       move "Y" to ws-reject-file
                       move "E03" to ws-reject-reason
                   when ws-hdr-seq <= ws-last-seq
                       display "FEEDEDIT: SEQUENCE " ws-hdr-seq
                           " WAS ALREADY ACCEPTED (LAST "
                           ws-last-seq "), DUPLICATE DELIVERY, "
                           "FILE REJECTED"
                       move "Y" to ws-reject-file
                       move "E04" to ws-reject-reason
               end-evaluate
               if not reject-file and
                       ws-hdr-seq > ws-last-seq + 1
           close feed-in-file.
           if reject-file
               move 8 to return-code
               perform write-result
               exit paragraph
           end-if.
           perform copy-body.
           if reject-file
               move 8 to return-code
               perform write-result
               exit paragraph
           end-if.
           set seq-idx to ws-feed-slot.
           display "FEEDEDIT: " ws-in-file-name " SEQUENCE "
               ws-hdr-seq " ACCEPTED, " ws-body-count
               " BODY RECORD(S) RELEASED TO " ws-out-file-name.
           perform write-result.

       *>*
       *> Append this delivery's verdict to the FEDRSLT result trail.
       *> A trail that cannot be written does not undo the verdict,
       *> but the partner's acknowledgment would be missing it, so
       *> the run says so as it does for FEDSEQ.
       *>*
       write-result.
           move spaces to fedrslt-entry.
           move ws-feed-id to fr-feed-id.
           if ws-hdr-seq is numeric
               move ws-hdr-seq to fr-sequence
           else
               move 0 to fr-sequence
           end-if.
           move "EDIT" to fr-stage.
           move "S" to fr-kind.
           move ws-reject-reason to fr-reason.
           move ws-body-count to fr-count-1.
           if reject-file
               move 0 to fr-count-2
           else
               move ws-body-count to fr-count-2
           end-if.
           move 0 to fr-count-3.
           move ws-run-date to fr-run-date.
           open extend rslt-file.
           if ws-rslt-status not = "00" and
                   ws-rslt-status not = "05"
               display "FEEDEDIT: CANNOT EXTEND FEDRSLT, STATUS "
                   ws-rslt-status ", RESULT NOT RECORDED"
               if return-code = 0
                   move 8 to return-code
               end-if
               exit paragraph
           end-if.
           move fedrslt-entry to rslt-record.
           write rslt-record.
           close rslt-file.

       *>*
       *> Read the body, chaining the CRC and counting, until the
               display "FEEDEDIT: " ws-in-file-name
                   " HAS NO TRL RECORD, FILE REJECTED"
               move "Y" to ws-reject-file
               move "E05" to ws-reject-reason
               exit paragraph
           end-if.
           read feed-in-file
                   " CARRIES RECORDS AFTER THE TRL RECORD, "
                   "FILE REJECTED"
               move "Y" to ws-reject-file
               move "E06" to ws-reject-reason
               exit paragraph
           end-if.
           call "word-to-hex" using ws-crc-length, ws-run-crc,
                       " RECORD(S), " ws-body-count
                       " PRESENT, FILE REJECTED"
                   move "Y" to ws-reject-file
                   move "E07" to ws-reject-reason
               when ws-trl-crc-hex not = ws-crc-hex
                   display "FEEDEDIT: TRL CRC " ws-trl-crc-hex
                       " DOES NOT MATCH BODY CRC " ws-crc-hex
                       ", FILE REJECTED"
                   move "Y" to ws-reject-file
                   move "E08" to ws-reject-reason
           end-evaluate.

       *>*
               display "FEEDEDIT: CANNOT REOPEN " ws-in-file-name
                   ", STATUS " ws-in-status ", FILE REJECTED"
               move "Y" to ws-reject-file
               move "E09" to ws-reject-reason
               exit paragraph
           end-if.
           open output feed-out-file.
               display "FEEDEDIT: CANNOT OPEN " ws-out-file-name
                   ", STATUS " ws-out-status ", FILE REJECTED"
               move "Y" to ws-reject-file
               move "E09" to ws-reject-reason
               close feed-in-file
               exit paragraph
           end-if.

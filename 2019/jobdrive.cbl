        IDENTIFICATION DIVISION.
        program-id. jobdrive.

        *> nightly job-stream driver: runs the night's steps in the
        *> order the job-stream control file lists them, checks each
        *> step's return code against the highest code that step is
        *> allowed to end with, and stops the stream at the first
        *> step that ends above it. every step's start, end and
        *> return code go on the step history (stephist.txt). while
        *> a stream is unfinished its progress is held in
        *> jobstate.txt, so the next submission picks up at the step
        *> that failed instead of re-running the steps that already
        *> completed - once the whole stream has run clean the state
        *> file is removed and the next submission starts from the
        *> top.
        *>
        *> control file (JOBSTREAM_FILE, default jobstrm.txt), one
        *> step per line, blank lines and * comments ignored:
        *>     step-name  highest-rc  command
        *> e.g.  DAY1  4  ./day1   - carries on after 0, 2 or 4 and
        *> stops the stream on 8, 10, 12, 16 or 18. a step killed by
        *> a signal, or one the shell could not start, is graded 999
        *> and stops the stream whatever its limit.
        *>
        *> the driver ends with the stopping step's return code, or
        *> zero when the stream completed; 16 when the control file
        *> or the restart state cannot be used.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select stream_file assign to stream_filename
                organization is line sequential
                status is stream_file_status.
            select step_history_file assign to step_history_filename
                organization is line sequential
                status is step_history_status.
            select job_state_file assign to job_state_filename
                organization is line sequential
                status is job_state_status.

        DATA DIVISION.
        file section.
        fd stream_file.
        01 stream_record pic x(240).

        fd step_history_file.
        01 step_history_record.
            05 hist_stream_ts pic x(14).
            05 hist_gap_1 pic x(1).
            05 hist_step_number pic 9(2).
            05 hist_gap_2 pic x(1).
            05 hist_step_name pic x(10).
            05 hist_gap_3 pic x(1).
            05 hist_start_ts pic x(14).
            05 hist_gap_4 pic x(1).
            05 hist_end_ts pic x(14).
            05 hist_gap_5 pic x(1).
            05 hist_return_code pic 9(3).
            05 hist_gap_6 pic x(1).
            05 hist_outcome pic x(8).

        fd job_state_file.
        01 job_state_record.
            05 state_stream_ts pic x(14).
            05 state_gap_1 pic x(1).
            05 state_completed pic 9(2).
            05 state_gap_2 pic x(1).
            05 state_next_step pic x(10).
            05 state_gap_3 pic x(1).
            05 state_failed_rc pic 9(3).

        working-storage section.
        01 stream_filename pic x(40).
        01 stream_file_status pic xx.
        01 stream_eof_flag pic x value 'n'.
            88 stream_eof value 'y'.
        01 step_history_filename pic x(12) value "stephist.txt".
        01 step_history_status pic xx.
        01 job_state_filename pic x(12) value "jobstate.txt".
        01 job_state_status pic xx.
        01 stream_error_count pic 99 value zero.
        01 stream_line_number pic 9(3) value zero.
        01 step_table.
            05 step_entry occurs 30 times.
                10 step_name pic x(10).
                10 step_threshold pic 9(3).
                10 step_command pic x(200).
        01 step_total pic 99 value zero.
        01 step_scan pic 99.
        01 step_name_in pic x(10).
        01 step_threshold_in pic x(10).
        01 step_pointer pic 9(3).
        01 step_text_len pic 99.
        01 stream_ts pic x(14).
        01 resume_after pic 99 value zero.
        01 resume_step pic 99.
        01 current_ts pic x(21).
        01 step_start_ts pic x(14).
        01 step_rc pic 9(5).
        01 system_rc pic s9(9).
        01 step_abend_flag pic x.
            88 step_abended value 'y'.
        01 step_rc_out pic zz9.
        01 threshold_out pic zz9.
        01 stream_stopped_flag pic x value 'n'.
            88 stream_stopped value 'y'.
        01 system_command pic x(201).

        PROCEDURE DIVISION.
        main.
           move function current-date to current_ts
           move current_ts(1:14) to stream_ts
           perform load_job_stream
           perform check_restart_state
           perform open_step_history
           move 1 to step_scan
           perform until step_scan > step_total or stream_stopped
               if step_scan <= resume_after
                   perform log_skipped_step
               else
                   perform run_one_step
               end-if
               add 1 to step_scan
           end-perform
           close step_history_file
           if stream_stopped
               stop run
           end-if
           call "CBL_DELETE_FILE" using job_state_filename
           display "job stream complete - " step_total " step(s)"
           move zero to return-code
           stop run.

        load_job_stream.
           accept stream_filename from environment "JOBSTREAM_FILE".
           if stream_filename = spaces
               move "jobstrm.txt" to stream_filename
           end-if.
           open input stream_file.
           if stream_file_status not = '00'
               display "failed to open " function trim(stream_filename)
                   ": " stream_file_status
               move 16 to return-code
               stop run
           end-if.
           perform until stream_eof
               read stream_file
                   at end
                       set stream_eof to true
                   not at end
                       add 1 to stream_line_number
                       perform store_one_step
               end-read
           end-perform.
           close stream_file.
           if step_total = zero
               display "[STREAM] " function trim(stream_filename)
                   " lists no steps"
               add 1 to stream_error_count
           end-if.
           if stream_error_count > zero
               display "run rejected: " stream_error_count
                   " error(s) in " function trim(stream_filename)
                   " - fix the job stream and resubmit"
               move 16 to return-code
               stop run
           end-if.

        store_one_step.
           if stream_record = spaces or stream_record(1:1) = "*"
               exit paragraph
           end-if.
           move spaces to step_name_in.
           move spaces to step_threshold_in.
           move 1 to step_pointer.
           unstring stream_record delimited by all " "
               into step_name_in step_threshold_in
               with pointer step_pointer
           end-unstring.
           move function length(function trim(step_threshold_in))
               to step_text_len.
           if step_text_len = zero or step_text_len > 3
                   or step_threshold_in(1:step_text_len) is not numeric
               display "[STREAM] line " stream_line_number
                   ": step " function trim(step_name_in)
                   " has no numeric return-code threshold"
               add 1 to stream_error_count
               exit paragraph
           end-if.
           if step_pointer > 240
                   or stream_record(step_pointer:) = spaces
               display "[STREAM] line " stream_line_number
                   ": step " function trim(step_name_in)
                   " has no command"
               add 1 to stream_error_count
               exit paragraph
           end-if.
           if step_total >= 30
               display "[STREAM] more than 30 steps - line "
                   stream_line_number " not taken"
               add 1 to stream_error_count
               exit paragraph
           end-if.
           add 1 to step_total.
           move step_name_in to step_name(step_total).
           move step_threshold_in(1:step_text_len)
               to step_threshold(step_total).
           move function trim(stream_record(step_pointer:))
               to step_command(step_total).

        check_restart_state.
      *> a state file means the last submission stopped part way -
      *> carry on from the step that stopped it, under the same
      *> stream stamp so the history ties the two halves together.
           open input job_state_file.
           if job_state_status not = '00'
               exit paragraph
           end-if.
           read job_state_file
               at end
                   move zero to state_completed
                   move spaces to state_next_step
           end-read.
           close job_state_file.
           if state_completed is not numeric
                   or state_completed >= step_total
               display "[ERROR] " job_state_filename " does not fit "
                   function trim(stream_filename)
                   " - remove it to start the stream from the top"
               move 16 to return-code
               stop run
           end-if.
      *> the step that failed must still be the next one in the
      *> stream - an edited job stream could otherwise skip or
      *> repeat a step on restart.
           compute resume_step = state_completed + 1.
           if step_name(resume_step) not = state_next_step
               display "[ERROR] " job_state_filename " resumes at "
                   function trim(state_next_step) " but step "
                   resume_step " of the stream is "
                   function trim(step_name(resume_step))
                   " - remove it to start the stream from the top"
               move 16 to return-code
               stop run
           end-if.
           move state_completed to resume_after.
           move state_stream_ts to stream_ts.
           display "restarting stream " stream_ts " at step "
               function trim(state_next_step) " - "
               resume_after " step(s) already completed".

        open_step_history.
           open extend step_history_file.
           if step_history_status = '35'
               open output step_history_file
           end-if.
           if step_history_status not = '00'
               display "failed to open " step_history_filename ": "
                   step_history_status
               move 16 to return-code
               stop run
           end-if.

        run_one_step.
           move function current-date to current_ts.
           move current_ts(1:14) to step_start_ts.
           display "step " step_scan " "
               function trim(step_name(step_scan)) ": "
               function trim(step_command(step_scan)).
           move spaces to system_command.
           string function trim(step_command(step_scan)) x"00"
               delimited by size into system_command
           end-string.
           call "SYSTEM" using system_command.
      *> the shell hands back a wait status - the step's own exit
      *> code is its high-order byte. anything in the low-order
      *> byte is the signal that killed the step, and -1 is a shell
      *> that never started: neither is a clean end, whatever the
      *> step's limit, so both are graded 999 and fail.
           move return-code to system_rc.
           move zero to return-code.
           move 'n' to step_abend_flag.
           if system_rc < zero
                   or function mod(system_rc, 256) not = zero
               set step_abended to true
               move 999 to step_rc
           else
               divide system_rc by 256 giving step_rc
               if step_rc > 999
                   move 999 to step_rc
               end-if
           end-if.
           move step_rc to step_rc_out.
           move step_threshold(step_scan) to threshold_out.
           move step_start_ts to hist_start_ts.
           move function current-date to current_ts.
           move current_ts(1:14) to hist_end_ts.
           move step_rc to hist_return_code.
           if step_rc > step_threshold(step_scan) or step_abended
               move "FAILED" to hist_outcome
               perform write_step_history
               perform save_restart_state
               if step_abended
                   display "step " function trim(step_name(step_scan))
                       " was killed or could not be started"
                       " - stream stopped; resubmit to restart here"
               else
                   display "step " function trim(step_name(step_scan))
                       " ended with return code "
                       function trim(step_rc_out)
                       ", over its limit of "
                       function trim(threshold_out)
                       " - stream stopped; resubmit to restart here"
               end-if
               set stream_stopped to true
               move step_rc to return-code
               exit paragraph
           end-if.
           move "OK" to hist_outcome.
           perform write_step_history.
           display "step " function trim(step_name(step_scan))
               " ended with return code " function trim(step_rc_out).
           if step_scan < step_total
               perform save_completed_state
           end-if.

        log_skipped_step.
           move spaces to hist_start_ts.
           move spaces to hist_end_ts.
           move zero to hist_return_code.
           move "SKIPPED" to hist_outcome.
           perform write_step_history.
           display "step " function trim(step_name(step_scan))
               " completed before the restart - skipped".

        write_step_history.
           move stream_ts to hist_stream_ts.
           move space to hist_gap_1.
           move step_scan to hist_step_number.
           move space to hist_gap_2.
           move step_name(step_scan) to hist_step_name.
           move space to hist_gap_3.
           move space to hist_gap_4.
           move space to hist_gap_5.
           move space to hist_gap_6.
           write step_history_record.

        save_completed_state.
      *> written after every completed step, so even a driver that
      *> is itself killed part way restarts at the right step.
           move step_scan to state_completed.
           move step_name(step_scan + 1) to state_next_step.
           move zero to state_failed_rc.
           perform write_job_state.

        save_restart_state.
           compute state_completed = step_scan - 1.
           move step_name(step_scan) to state_next_step.
           move step_rc to state_failed_rc.
           perform write_job_state.

        write_job_state.
           move stream_ts to state_stream_ts.
           move space to state_gap_1.
           move space to state_gap_2.
           move space to state_gap_3.
           open output job_state_file.
           if job_state_status not = '00'
               display "[WARN] failed to write " job_state_filename
                   ": " job_state_status
                   " - a restart will begin from the top"
               exit paragraph
           end-if.
           write job_state_record.
           close job_state_file.

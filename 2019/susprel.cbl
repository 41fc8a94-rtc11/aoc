        *> suspense file on the way through - once a record is on
        *> the resubmit file, leaving it in the queue would let a
        *> second pass release and merge the same fuel twice.
        *> entries day1 suspended because the module was on hold or
        *> retired are released only once the module master shows
        *> the module active again - being on the authorized list
        *> is not enough for those - and no entry is released for a
        *> module the master still holds or has retired, since day1
        *> would only suspend it again. only an operator signed on
        *> with the reject repair role can run a release, and every
        *> entry released goes on the audit log under the operator's
        *> id.

        ENVIRONMENT DIVISION.
        input-output section.
            select input_file assign to filename
                organization is line sequential
                status is file_status.
            select module_master_file assign to module_master_filename
                organization is indexed
                access is random
                record key is master_module_id
                status is module_master_status.
            select reference_file assign to reference_filename
                organization is line sequential
                status is reference_file_status.
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
            05 suspended_supplier pic x(10).
            05 filler pic x(1).
            05 suspended_recheck_text pic x(3).
            05 filler pic x(1).
            05 suspended_source pic x(40).
            05 filler pic x(1).
            05 suspended_run_ts pic x(14).
            05 filler pic x(1).
            05 suspended_reason_code pic x(2).

        fd module_master_file.
        copy "modmast.cpy".

        fd reference_file.
        01 reference_record.
            05 keep_supplier pic x(10).
            05 keep_gap_3 pic x(1).
            05 keep_recheck_out pic 9(3).
            05 keep_gap_4 pic x(1).
            05 keep_source pic x(40).
            05 keep_gap_5 pic x(1).
            05 keep_run_ts pic x(14).
            05 keep_gap_6 pic x(1).
            05 keep_reason_code pic x(2).

        fd operator_file.
        copy "operrec.cpy".

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        working-storage section.
        copy "signon-ws.cpy".
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 filename pic x(40) value "suspense.txt".
        copy "fileio-ws.cpy".
        01 module_master_filename pic x(13) value "modmaster.dat".
        01 module_master_status pic xx.
        01 module_master_flag pic x value 'n'.
            88 module_master_available value 'y'.
        01 module_active_flag pic x value 'y'.
            88 module_active value 'y'.
        01 reference_filename pic x(10) value "modref.txt".
        01 reference_file_status pic xx.
        01 reference_eof_flag pic x value 'n'.

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           move 'R' to role_wanted
           perform check_operator_role
           if not role_granted
               perform refuse_without_role
               move 16 to return-code
               stop run
           end-if
           perform load_reference_table
           perform open_module_master
           if authorized_total = zero and not module_master_available
      *> with no authorized list and no master on file every record
      *> would stay suspended anyway - bumping every re-check count
      *> for a pass that could not possibly release anything helps
      *> nobody.
               display "no ids loaded from " reference_filename
                   " - nothing can be released, queue left as it was"
               stop run
           perform read_file
           close resubmit_file
           close keep_file
           if module_master_available
               close module_master_file
           end-if
           perform rewrite_suspense_file
           display " "
           display "released: " released_count
                   function trim(resubmit_filename)
                   " to merge the released fuel"
           end-if
           string "suspense release: " released_count " released, "
               kept_count " still suspended"
               delimited by size into audit_message
           end-string
           perform log_audit_message
           stop run.

        load_reference_table.
           display "authorized-module list loaded: " authorized_total
               " ids".

        open_module_master.
           open input module_master_file.
           if module_master_status = '00'
               set module_master_available to true
           else
               display "[WARN] failed to open " module_master_filename
                   ": " module_master_status
                   " - held and retired entries stay suspended"
           end-if.

        rewrite_suspense_file.
      *> the trimmed queue only replaces the live suspense file once
      *> every kept entry is safely on it - a failed rename leaves
           copy "closeinput.cpy".

        recheck_one_record.
           perform check_module_active.
           evaluate suspended_reason_code
               when "S2"
               when "S3"
                   if module_master_available and module_active
                       if authorized_total = zero
                           set module_authorized to true
                       else
                           perform check_authorization
                       end-if
                   else
                       move 'n' to module_authorized_flag
                   end-if
               when other
                   perform check_authorization
                   if not module_active
                       move 'n' to module_authorized_flag
                   end-if
           end-evaluate.
           if module_authorized
               move spaces to input_record
               move suspended_original to input_record
               write input_record
               add 1 to released_count
               string "released " delimited by size
                   suspended_module_id delimited by space
                   " (" suspended_reason_code ") from "
                   delimited by size
                   suspended_source delimited by space
                   into audit_message
               end-string
               perform log_audit_message
               exit paragraph
           end-if.
      *> day1 writes fresh suspensions without a re-check count, so
           move suspended_supplier to keep_supplier.
           move space to keep_gap_3.
           move recheck_count to keep_recheck_out.
           move space to keep_gap_4.
           move suspended_source to keep_source.
           move space to keep_gap_5.
           move suspended_run_ts to keep_run_ts.
           move space to keep_gap_6.
           move suspended_reason_code to keep_reason_code.
           write keep_record.
           add 1 to kept_count.

        check_module_active.
      *> a module not on the master is active - day1 only holds
      *> back modules the master says are on hold or retired.
           move 'y' to module_active_flag.
           if not module_master_available
               exit paragraph
           end-if.
           move suspended_module_id to master_module_id.
           read module_master_file
               invalid key
                   exit paragraph
           end-read.
           if master_on_hold or master_retired
               move 'n' to module_active_flag
           end-if.

        check_authorization.
           move 'n' to module_authorized_flag.
           move 1 to ref_scan_index.

        after_read_error.
           continue.

        log_audit_message.
      *> opened for each line - a session writes only a handful, and
      *> a line on the log is never left waiting in a buffer. the
      *> operator signed on goes in front of every line.
           open extend audit_log_file.
           if audit_log_file_status = '35'
               open output audit_log_file
           end-if.
           if audit_log_file_status not = '00'
               display "[WARN] failed to open " audit_log_filename
                   ": " audit_log_file_status " - not logged"
               move spaces to audit_message
               exit paragraph
           end-if.
           move function current-date to audit_timestamp.
           move audit_timestamp(1:14) to audit_ts_out.
           move space to audit_gap.
           move spaces to audit_message_out.
           if signed_on
               string "susprel " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "susprel: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".

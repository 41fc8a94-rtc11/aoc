        *> indexed file from such a dump if it is damaged. purged
        *> records go to a dated archive file, not into thin air, so
        *> a module purged by mistake can be keyed back in from the
        *> archive. single modules are added, changed (status, home
        *> section, owner) and retired here as well; every such change
        *> writes the record's before and after images to the master
        *> audit trail (modaudit.txt), as does every purge, with the
        *> id of the operator who made it. the operator signs on
        *> first; every command needs the master housekeeping role
        *> except SHOW and LIST, which inquiry may also use, and
        *> each change, purge and load goes on the audit log.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select module_master_file assign to module_master_filename
                organization is indexed
                access is dynamic
                record key is master_module_id
                status is module_master_status.
            select dump_file assign to dump_filename
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select master_audit_file assign to master_audit_filename
                organization is line sequential
                status is master_audit_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
        copy "modmast.cpy".

        fd dump_file.
        01 dump_record pic x(138).

        fd archive_file.
        01 archive_record pic x(138).

        fd keep_file.
        01 keep_record pic x(138).

        fd master_audit_file.
        01 master_audit_record.
            05 master_audit_ts pic x(14).
            05 master_audit_gap_1 pic x(1).
            05 master_audit_action pic x(6).
            05 master_audit_gap_2 pic x(1).
            05 master_audit_image pic x(6).
            05 master_audit_gap_3 pic x(1).
            05 master_audit_master pic x(138).
            05 master_audit_gap_4 pic x(1).
            05 master_audit_operator pic x(10).

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
        01 module_master_filename pic x(13) value "modmaster.dat".
        01 module_master_status pic xx.
        01 master_eof_flag pic x value 'n'.
        01 keep_eof_flag pic x value 'n'.
            88 keep_eof value 'y'.
        01 command_line pic x(20).
        01 action_word pic x(6).
        01 action_arg pic x(10).
        01 arg_len pic 99.
        01 dormancy_days pic 9(4).
        01 loaded_count pic 9(7).
        01 done_flag pic x value 'n'.
            88 maintenance_done value 'y'.
        01 master_audit_filename pic x(12) value "modaudit.txt".
        01 master_audit_status pic xx.
        01 master_audit_open_flag pic x value 'n'.
            88 master_audit_open value 'y'.
        01 before_image pic x(138).
        01 last_activity_date pic x(8).
        01 reply_text pic x(30).
        01 status_word pic x(8).
        01 change_made_flag pic x.
            88 change_made value 'y'.

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           display "module master housekeeping - commands:"
           display "  SHOW <module>"
           display "  ADD <module>"
           display "  CHG <module>"
           display "  RETIRE <module>"
           display "  LIST <days dormant>"
           display "  PURGE <days dormant>"
           display "  DUMP"

        apply_command.
           evaluate action_word
               when "SHOW"
               when "LIST"
                   move 'M' to role_wanted
                   perform check_inquiry_role
               when "ADD"
               when "CHG"
               when "RETIRE"
               when "PURGE"
               when "DUMP"
               when "LOAD"
                   move 'M' to role_wanted
                   perform check_operator_role
               when other
                   set role_granted to true
           end-evaluate.
           if not role_granted
               perform refuse_without_role
               exit paragraph
           end-if.
           evaluate action_word
               when "SHOW"
                   perform show_module
               when "ADD"
                   perform add_module
               when "CHG"
                   perform change_module
               when "RETIRE"
                   perform retire_module
               when "LIST"
                   perform list_dormant_modules
               when "PURGE"
           end-if.
           move zero to listed_count.
           perform until master_eof
               read module_master_file next record
                   at end
                       set master_eof to true
                   not at end
                       perform set_last_activity_date
                       if last_activity_date < cutoff_text
                           display master_module_id
                               " last run " master_last_run_ts
                               " runs " master_run_count
           if module_master_status not = '00'
               exit paragraph
           end-if.
           perform open_master_audit.
           if not master_audit_open
               close module_master_file
               exit paragraph
           end-if.
           move spaces to archive_filename.
           string "modmaster_purge_" current_ts(1:8) ".txt"
               delimited by size into archive_filename
                   function trim(archive_filename) ": "
                   archive_file_status
               close module_master_file
               perform close_master_audit
               exit paragraph
           end-if.
           open output keep_file.
                   keep_file_status
               close module_master_file
               close archive_file
               perform close_master_audit
               exit paragraph
           end-if.
           move zero to purged_count.
           move zero to kept_count.
           perform until master_eof
               read module_master_file next record
                   at end
                       set master_eof to true
                   not at end
                       perform set_last_activity_date
                       if last_activity_date < cutoff_text
                           write archive_record from master_record
                           move master_record to before_image
                           move "PURGE" to master_audit_action
                           perform write_before_image
                           add 1 to purged_count
                       else
                           write keep_record from master_record
           close module_master_file.
           close archive_file.
           close keep_file.
           perform close_master_audit.
           if purged_count = zero
               display "no modules dormant since " cutoff_text
                   " - master left as it was"
      *> on the archive and every keeper on the working copy - an
      *> earlier failure leaves the live master untouched.
           perform rebuild_master_from_keep.
           string "purged " purged_count " modules dormant since "
               cutoff_text delimited by size into audit_message
           end-string.
           perform log_audit_message.
           display purged_count " modules dormant since " cutoff_text
               " moved to " function trim(archive_filename).
           display kept_count " modules kept in "
           end-if.
           move zero to dumped_count.
           perform until master_eof
               read module_master_file next record
                   at end
                       set master_eof to true
                   not at end
           close module_master_file.
           display loaded_count " records loaded into "
               module_master_filename " from " dump_filename.
           string "loaded " loaded_count " records into "
               module_master_filename " from " dump_filename
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        set_last_activity_date.
      *> a module keyed in but not yet seen in a run has no last
      *> run - it has been dormant since it was added, not forever.
           if master_last_run_ts = spaces
               move master_status_date to last_activity_date
           else
               move master_last_run_ts(1:8) to last_activity_date
           end-if.

        open_master_i_o.
           open i-o module_master_file.
           if module_master_status = '35'
      *> no master yet - create it, as day1 does on its first run.
               open output module_master_file
               close module_master_file
               open i-o module_master_file
           end-if.
           if module_master_status not = '00'
               display "failed to open " module_master_filename ": "
                   module_master_status
           end-if.

        open_master_audit.
      *> no change goes onto the master without its images - a
      *> caller finding the trail closed refuses the change.
           move 'n' to master_audit_open_flag.
           open extend master_audit_file.
           if master_audit_status = '35'
               open output master_audit_file
           end-if.
           if master_audit_status not = '00'
               display "[ERROR] failed to open " master_audit_filename
                   ": " master_audit_status " - no change made"
               string "failed to open " master_audit_filename ": "
                   master_audit_status " - "
                   function trim(action_word) " refused"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               exit paragraph
           end-if.
           set master_audit_open to true.

        close_master_audit.
           if master_audit_open
               close master_audit_file
               move 'n' to master_audit_open_flag
           end-if.

        write_before_image.
           move function current-date to current_ts.
           move current_ts(1:14) to master_audit_ts.
           move space to master_audit_gap_1.
           move space to master_audit_gap_2.
           move "BEFORE" to master_audit_image.
           move space to master_audit_gap_3.
           move before_image to master_audit_master.
           perform write_master_audit.

        write_after_image.
           move function current-date to current_ts.
           move current_ts(1:14) to master_audit_ts.
           move space to master_audit_gap_1.
           move space to master_audit_gap_2.
           move "AFTER" to master_audit_image.
           move space to master_audit_gap_3.
           move master_record to master_audit_master.
           perform write_master_audit.

        write_master_audit.
           move space to master_audit_gap_4.
           move signed_on_id to master_audit_operator.
           write master_audit_record.

        check_module_arg.
           if action_arg = spaces
               display function trim(action_word) " needs a module id"
           end-if.

        show_module.
           perform check_module_arg.
           if action_arg = spaces
               exit paragraph
           end-if.
           open input module_master_file.
           if module_master_status not = '00'
               display "failed to open " module_master_filename ": "
                   module_master_status
               exit paragraph
           end-if.
           move action_arg to master_module_id.
           read module_master_file
               invalid key
                   display "module " action_arg " is not on file"
               not invalid key
                   perform display_module_attributes
           end-read.
           close module_master_file.

        display_module_attributes.
           evaluate true
               when master_on_hold
                   move "ON HOLD" to status_word
               when master_retired
                   move "RETIRED" to status_word
               when other
                   move "ACTIVE" to status_word
           end-evaluate.
           display "module:       " master_module_id.
           display "status:       " status_word
               " since " master_status_date.
           display "home section: " master_home_section.
           display "owner:        " master_owner.
           display "last run:     " master_last_run_ts
               " runs " master_run_count.

        add_module.
           perform check_module_arg.
           if action_arg = spaces
               exit paragraph
           end-if.
           perform open_master_i_o.
           if module_master_status not = '00'
               exit paragraph
           end-if.
           move action_arg to master_module_id.
           read module_master_file
               invalid key
                   continue
               not invalid key
                   display "module " action_arg " is already on file"
                       " - use CHG"
                   close module_master_file
                   exit paragraph
           end-read.
           perform open_master_audit.
           if not master_audit_open
               close module_master_file
               exit paragraph
           end-if.
           move function current-date to current_ts.
           move action_arg to master_module_id.
           move zero to master_last_mass.
           move zero to master_last_fuel_p1.
           move zero to master_last_fuel_p2.
           move zero to master_cumulative_p1.
           move zero to master_cumulative_p2.
           move zero to master_run_count.
           move spaces to master_last_run_ts.
           move 'A' to master_status.
           move current_ts(1:8) to master_status_date.
           move spaces to master_home_section.
           move spaces to master_owner.
           display "home section (blank for none): " with no advancing.
           accept master_home_section.
           display "owner (blank for none): " with no advancing.
           accept master_owner.
           write master_record
               invalid key
                   display "failed to add " action_arg ": "
                       module_master_status
                   close module_master_file
                   perform close_master_audit
                   exit paragraph
           end-write.
           close module_master_file.
           move "ADD" to master_audit_action.
           perform write_after_image.
           perform close_master_audit.
           display "module " function trim(action_arg) " added".
           string "added module " action_arg
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        change_module.
           perform check_module_arg.
           if action_arg = spaces
               exit paragraph
           end-if.
           perform open_master_i_o.
           if module_master_status not = '00'
               exit paragraph
           end-if.
           move action_arg to master_module_id.
           read module_master_file
               invalid key
                   display "module " action_arg " is not on file"
                       " - use ADD"
                   close module_master_file
                   exit paragraph
           end-read.
           move master_record to before_image.
           perform display_module_attributes.
           move 'n' to change_made_flag.
           move spaces to reply_text.
           display "status A/H/R (blank to keep): " with no advancing.
           accept reply_text.
           move function upper-case(reply_text) to reply_text.
           if reply_text not = spaces
               if reply_text(2:) not = spaces
                       or (reply_text(1:1) not = 'A'
                       and reply_text(1:1) not = 'H'
                       and reply_text(1:1) not = 'R')
                   display "status must be A, H or R - no change made"
                   close module_master_file
                   exit paragraph
               end-if
               if reply_text(1:1) not = master_status
                   move reply_text(1:1) to master_status
                   move function current-date to current_ts
                   move current_ts(1:8) to master_status_date
                   set change_made to true
               end-if
           end-if.
           move spaces to reply_text.
           display "home section (blank to keep, * for none): "
               with no advancing.
           accept reply_text.
           if reply_text not = spaces
               if reply_text = "*"
                   move spaces to reply_text
               end-if
               if reply_text not = master_home_section
                   move reply_text to master_home_section
                   set change_made to true
               end-if
           end-if.
           move spaces to reply_text.
           display "owner (blank to keep, * for none): "
               with no advancing.
           accept reply_text.
           if reply_text not = spaces
               if reply_text = "*"
                   move spaces to reply_text
               end-if
               if reply_text(1:20) not = master_owner
                   move reply_text to master_owner
                   set change_made to true
               end-if
           end-if.
           if not change_made
               display "nothing changed"
               close module_master_file
               exit paragraph
           end-if.
           move "CHG" to master_audit_action.
           perform rewrite_changed_module.

        retire_module.
           perform check_module_arg.
           if action_arg = spaces
               exit paragraph
           end-if.
           perform open_master_i_o.
           if module_master_status not = '00'
               exit paragraph
           end-if.
           move action_arg to master_module_id.
           read module_master_file
               invalid key
                   display "module " action_arg " is not on file"
                   close module_master_file
                   exit paragraph
           end-read.
           if master_retired
               display "module " function trim(action_arg)
                   " is already retired since " master_status_date
               close module_master_file
               exit paragraph
           end-if.
           move master_record to before_image.
           move 'R' to master_status.
           move function current-date to current_ts.
           move current_ts(1:8) to master_status_date.
           move "RETIRE" to master_audit_action.
           perform rewrite_changed_module.

        rewrite_changed_module.
      *> the trail is opened first, so a change that could not be
      *> audited is never made; the images only go down once the
      *> master itself has taken the change, so the trail never
      *> shows a change the master does not hold.
           perform open_master_audit.
           if not master_audit_open
               close module_master_file
               exit paragraph
           end-if.
           rewrite master_record
               invalid key
                   display "failed to update " action_arg ": "
                       module_master_status
                   close module_master_file
                   perform close_master_audit
                   exit paragraph
           end-rewrite.
           close module_master_file.
           perform write_before_image.
           perform write_after_image.
           perform close_master_audit.
           display "module " function trim(action_arg) " updated".
           string "module " delimited by size
               action_arg delimited by space
               " " delimited by size
               master_audit_action delimited by space
               " - status now " master_status
               ", images on " master_audit_filename
               delimited by size into audit_message
           end-string.
           perform log_audit_message.
           perform display_module_attributes.

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
               string "modmaint " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "modmaint: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".

identification division.
program-id. ops-console.

data division.
working-storage section.
  copy input.

  78 FUNCTION-COUNT value 77.
  78 PARAM-COUNT value 128.
  78 GROUP-COUNT value 6.
  78 SETTINGS-MAX value 10.
  78 SLOTS-MAX value 20.

  *> the operator console's menu: every function it can launch, under
  *> the group it is listed in. The name is the function CHECK-AUTHORITY
  *> is asked about (the one the program itself checks, where it checks
  *> one); the fixed setting is an environment value the function
  *> always runs with (NAVIGATOR's MODE, the alert dispatcher's action);
  *> the output file is where the operator is pointed afterwards, an
  *> "&" in it standing for the function's first parameter, and blank
  *> for the interactive inquiries that answer on the screen
  01 FUNCTIONS-OUTER.
    *> nightly runs
    05 filler pic x value "1".
    05 filler pic x(20) value "SINGLE".
    05 filler pic x(24) value "navigator".
    05 filler pic x(21) value "MODE=SINGLE".
    05 filler pic x(40) value "/data/path-trace.txt".
    05 filler pic x(40) value "Single-start traversal (PART1)".
    05 filler pic x value "1".
    05 filler pic x(20) value "GHOST".
    05 filler pic x(24) value "navigator".
    05 filler pic x(21) value "MODE=GHOST".
    05 filler pic x(40) value "/data/ghost-breakdown.txt".
    05 filler pic x(40) value "Ghost traversal (PART2)".
    05 filler pic x value "1".
    05 filler pic x(20) value "VERIFY".
    05 filler pic x(24) value "navigator".
    05 filler pic x(21) value "MODE=VERIFY".
    05 filler pic x(40) value "/data/dual-path-verify.txt".
    05 filler pic x(40) value "Dual-path traversal verification".
    05 filler pic x value "1".
    05 filler pic x(20) value "JOURNEY".
    05 filler pic x(24) value "navigator".
    05 filler pic x(21) value "MODE=JOURNEY".
    05 filler pic x(40) value "/data/journey-report.txt".
    05 filler pic x(40) value "Multi-leg journey".
    05 filler pic x value "1".
    05 filler pic x(20) value "DAY8-BATCH".
    05 filler pic x(24) value "day8-batch".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/batch-run-report.txt".
    05 filler pic x(40) value "Nightly batch from control file".
    05 filler pic x value "1".
    05 filler pic x(20) value "FLOW-RUNNER".
    05 filler pic x(24) value "flow-runner".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/flow-report.txt".
    05 filler pic x(40) value "Job flow from its definition".
    *> map maintenance
    05 filler pic x value "2".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(24) value "csv-intake".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/csv-intake-report.txt".
    05 filler pic x(40) value "Convert a CSV provider map".
    05 filler pic x value "2".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(24) value "promote-map".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/promotion-report.txt".
    05 filler pic x(40) value "Promote a staged map".
    05 filler pic x value "2".
    05 filler pic x(20) value "ROLLBACK-MAP".
    05 filler pic x(24) value "rollback-map".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/rollback-report.txt".
    05 filler pic x(40) value "Roll back to a catalog version".
    05 filler pic x value "2".
    05 filler pic x(20) value "MAINT".
    05 filler pic x(24) value "navigator".
    05 filler pic x(21) value "MODE=MAINT".
    05 filler pic x(40) value "/data/pending-changes.txt".
    05 filler pic x(40) value "Queue a node change".
    05 filler pic x value "2".
    05 filler pic x(20) value "BULK-CHANGE-LOAD".
    05 filler pic x(24) value "bulk-change-load".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/bulk-change-report.txt".
    05 filler pic x(40) value "Load a bulk change set".
    05 filler pic x value "2".
    05 filler pic x(20) value "SUBMAP-CHECKOUT".
    05 filler pic x(24) value "team-submap".
    05 filler pic x(21) value "SUBMAP_MODE=CHECKOUT".
    05 filler pic x(40) value "/data/submap-report.txt".
    05 filler pic x(40) value "Check out a team sub-map".
    05 filler pic x value "2".
    05 filler pic x(20) value "SUBMAP-CHECKIN".
    05 filler pic x(24) value "team-submap".
    05 filler pic x(21) value "SUBMAP_MODE=CHECKIN".
    05 filler pic x(40) value "/data/submap-report.txt".
    05 filler pic x(40) value "Check in an edited team sub-map".
    05 filler pic x value "2".
    05 filler pic x(20) value "REVIEW-PENDING".
    05 filler pic x(24) value "review-pending".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/pending-review.txt".
    05 filler pic x(40) value "Review pending changes".
    05 filler pic x value "2".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(24) value "apply-pending".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-maint-journal.txt".
    05 filler pic x(40) value "Apply approved changes".
    05 filler pic x value "2".
    05 filler pic x(20) value "RENAME-NODE".
    05 filler pic x(24) value "rename-node".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-maint-journal.txt".
    05 filler pic x(40) value "Rename a node code".
    05 filler pic x value "2".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(24) value "maintain-node-ref".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-maint-journal.txt".
    05 filler pic x(40) value "Maintain node reference data".
    05 filler pic x value "2".
    05 filler pic x(20) value "MAINTAIN-NODE-ZONE".
    05 filler pic x(24) value "maintain-node-zone".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-zones.txt".
    05 filler pic x(40) value "Maintain node zones and regions".
    05 filler pic x value "2".
    05 filler pic x(20) value "MAINTAIN-PARTNER".
    05 filler pic x(24) value "maintain-partner-code".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/partner-codes.txt".
    05 filler pic x(40) value "Maintain a partner code".
    05 filler pic x value "2".
    05 filler pic x(20) value "CHECKPOINT-INSPECT".
    05 filler pic x(24) value "checkpoint-inspect".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/checkpoint-inspect.txt".
    05 filler pic x(40) value "Inspect the ghost checkpoint".
    05 filler pic x value "2".
    05 filler pic x(20) value "REFDATA-SWEEP".
    05 filler pic x(24) value "refdata-sweep".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/refdata-sweep.txt".
    05 filler pic x(40) value "Reference data sweep".
    05 filler pic x value "2".
    05 filler pic x(20) value "RECONCILE-INDEX".
    05 filler pic x(24) value "reconcile-index".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/index-reconcile.txt".
    05 filler pic x(40) value "Reconcile node index to map".
    05 filler pic x value "2".
    05 filler pic x(20) value "BUILD-NODE-REF".
    05 filler pic x(24) value "build-node-ref".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-ref-build.txt".
    05 filler pic x(40) value "Build node reference master from flat".
    05 filler pic x value "2".
    05 filler pic x(20) value "EXTRACT-NODE-REF".
    05 filler pic x(24) value "extract-node-ref".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-ref-extract-report.txt".
    05 filler pic x(40) value "Extract node reference to flat file".
    05 filler pic x value "2".
    05 filler pic x(20) value "RECONCILE-NODE-REF".
    05 filler pic x(24) value "reconcile-node-ref".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-ref-reconcile.txt".
    05 filler pic x(40) value "Reconcile node reference to extract".
    *> inquiry
    05 filler pic x value "3".
    05 filler pic x(20) value "NODE-INQUIRY".
    05 filler pic x(24) value "node-inquiry".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value spaces.
    05 filler pic x(40) value "Node inquiry (interactive)".
    05 filler pic x value "3".
    05 filler pic x(20) value "WALK-STEPPER".
    05 filler pic x(24) value "walk-stepper".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value spaces.
    05 filler pic x(40) value "Step through a walk (interactive)".
    05 filler pic x value "3".
    05 filler pic x(20) value "SHORTEST-PATH".
    05 filler pic x(24) value "shortest-path".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/shortest-path.txt".
    05 filler pic x(40) value "Shortest path between two nodes".
    05 filler pic x value "3".
    05 filler pic x(20) value "REVERSE-REACH".
    05 filler pic x(24) value "reverse-reach".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/reverse-reach-report.txt".
    05 filler pic x(40) value "Nodes that reach a target".
    05 filler pic x value "3".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(24) value "query-run-history".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/run-history-query.txt".
    05 filler pic x(40) value "Query the run history".
    05 filler pic x value "3".
    05 filler pic x(20) value "MAP-COMPARE".
    05 filler pic x(24) value "map-compare".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/map-compare.txt".
    05 filler pic x(40) value "Compare two map files".
    05 filler pic x value "3".
    05 filler pic x(20) value "HUB-MATRIX".
    05 filler pic x(24) value "hub-matrix".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/hub-matrix.txt".
    05 filler pic x(40) value "Hub-to-hub step matrix".
    05 filler pic x value "3".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(24) value "export-graph".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/map-graph.dot".
    05 filler pic x(40) value "Map graph export (DOT and GraphML)".
    05 filler pic x value "3".
    05 filler pic x(20) value "NODE-HISTORY".
    05 filler pic x(24) value "node-history".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-history-&.txt".
    05 filler pic x(40) value "Node lifetime history".
    05 filler pic x value "3".
    05 filler pic x(20) value "FLEET-SIMULATION".
    05 filler pic x(24) value "fleet-simulator".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/fleet-schedule.txt".
    05 filler pic x(40) value "Fleet simulation with node capacities".
    05 filler pic x value "2".
    05 filler pic x(20) value "ROLL-NODE-REF".
    05 filler pic x(24) value "roll-node-ref".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/node-ref-roll.txt".
    05 filler pic x(40) value "Roll node reference to today".
    *> operations
    05 filler pic x value "4".
    05 filler pic x(20) value "STATUS-BOARD".
    05 filler pic x(24) value "status-board".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/run-status-board.txt".
    05 filler pic x(40) value "Run status board".
    05 filler pic x value "4".
    05 filler pic x(20) value "MORNING-HEALTHCHECK".
    05 filler pic x(24) value "morning-healthcheck".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/morning-health.txt".
    05 filler pic x(40) value "Morning health check".
    05 filler pic x value "4".
    05 filler pic x(20) value "OPS-BOOKLET".
    05 filler pic x(24) value "ops-booklet".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/ops-booklet.txt".
    05 filler pic x(40) value "Shift handover booklet".
    05 filler pic x value "4".
    05 filler pic x(20) value "OPS-DASHBOARD".
    05 filler pic x(24) value "ops-dashboard".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/ops-dashboard.html".
    05 filler pic x(40) value "Operations dashboard (HTML page)".
    05 filler pic x value "4".
    05 filler pic x(20) value "ALERT-DISPATCH".
    05 filler pic x(24) value "alert-dispatcher".
    05 filler pic x(21) value "ALERT_ACTION=DISPATCH".
    05 filler pic x(40) value "/data/alert-status.txt".
    05 filler pic x(40) value "Dispatch and escalate alerts".
    05 filler pic x value "4".
    05 filler pic x(20) value "ACK-ALERT".
    05 filler pic x(24) value "alert-dispatcher".
    05 filler pic x(21) value "ALERT_ACTION=ACK".
    05 filler pic x(40) value "/data/alert-status.txt".
    05 filler pic x(40) value "Acknowledge an alert".
    05 filler pic x value "4".
    05 filler pic x(20) value "SHIFT-HANDOVER".
    05 filler pic x(24) value "shift-handover".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/handover-status.txt".
    05 filler pic x(40) value "Shift handover -- open items".
    05 filler pic x value "4".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(24) value "shift-handover".
    05 filler pic x(21) value "HANDOVER_ACTION=ADD".
    05 filler pic x(40) value "/data/handover-status.txt".
    05 filler pic x(40) value "Hand an item over to the next shift".
    05 filler pic x value "4".
    05 filler pic x(20) value "HANDOVER-CLOSE".
    05 filler pic x(24) value "shift-handover".
    05 filler pic x(21) value "HANDOVER_ACTION=CLOSE".
    05 filler pic x(40) value "/data/handover-status.txt".
    05 filler pic x(40) value "Close a handover item".
    05 filler pic x value "4".
    05 filler pic x(20) value "FINISH-FORECAST".
    05 filler pic x(24) value "finish-forecast".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/finish-forecast.txt".
    05 filler pic x(40) value "Batch finish forecast".
    05 filler pic x value "4".
    05 filler pic x(20) value "INTERFACE-EXTRACT".
    05 filler pic x(24) value "interface-extract".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/day8-interface.dat".
    05 filler pic x(40) value "Downstream interface extract".
    05 filler pic x value "4".
    05 filler pic x(20) value "ACK-RECONCILE".
    05 filler pic x(24) value "ack-reconcile".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/interface-ack-report.txt".
    05 filler pic x(40) value "Interface acknowledgment check".
    05 filler pic x value "4".
    05 filler pic x(20) value "REFRESH-TEST-DATA".
    05 filler pic x(24) value "refresh-test-data".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/refresh-log.txt".
    05 filler pic x(40) value "Masked production copy to a test root".
    05 filler pic x value "4".
    05 filler pic x(20) value "ROUTE-REQUEST".
    05 filler pic x(24) value "route-request".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/route-responses.dat".
    05 filler pic x(40) value "Answer inbound route requests".
    05 filler pic x value "4".
    05 filler pic x(20) value "ROUTE-RECONCILE".
    05 filler pic x(24) value "route-reconcile".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/route-reconcile.txt".
    05 filler pic x(40) value "Route request reconciliation".
    05 filler pic x value "4".
    05 filler pic x(20) value "BACKUP-STATE".
    05 filler pic x(24) value "backup-state".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/backup-register.txt".
    05 filler pic x(40) value "Full-state backup set".
    05 filler pic x value "4".
    05 filler pic x(20) value "RESTORE-STATE".
    05 filler pic x(24) value "restore-state".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/backup-register.txt".
    05 filler pic x(40) value "Rebuild and prove a root from a set".
    *> reports and controls
    05 filler pic x value "5".
    05 filler pic x(20) value "EXCEPTION-REPORT".
    05 filler pic x(24) value "exception-report".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/exception-summary.txt".
    05 filler pic x(40) value "Exception summary".
    05 filler pic x value "5".
    05 filler pic x(20) value "MESSAGE-RUNBOOK".
    05 filler pic x(24) value "message-runbook".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/message-runbook.txt".
    05 filler pic x(40) value "Message runbook and catalog check".
    05 filler pic x value "5".
    05 filler pic x(20) value "RUN-HISTORY-REPORT".
    05 filler pic x(24) value "run-history-report".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/run-comparison.txt".
    05 filler pic x(40) value "Run-to-run comparison".
    05 filler pic x value "5".
    05 filler pic x(20) value "STATS-ROLLUP".
    05 filler pic x(24) value "stats-rollup".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/stats-rollup.txt".
    05 filler pic x(40) value "Run statistics rollup".
    05 filler pic x value "5".
    05 filler pic x(20) value "TEAM-USAGE".
    05 filler pic x(24) value "team-usage".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/team-usage-report.txt".
    05 filler pic x(40) value "Team usage report".
    05 filler pic x value "5".
    05 filler pic x(20) value "ZONE-ROLLUP".
    05 filler pic x(24) value "zone-rollup".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/zone-rollup.txt".
    05 filler pic x(40) value "Zone and region rollup".
    05 filler pic x value "5".
    05 filler pic x(20) value "CAPACITY-TREND".
    05 filler pic x(24) value "capacity-trend".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/capacity-trend.txt".
    05 filler pic x(40) value "Capacity trend and headroom".
    05 filler pic x value "5".
    05 filler pic x(20) value "INSTR-LINT".
    05 filler pic x(24) value "instr-lint".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/instruction-lint.txt".
    05 filler pic x(40) value "Instruction file lint".
    05 filler pic x value "5".
    05 filler pic x(20) value "IVP-SELFTEST".
    05 filler pic x(24) value "ivp-selftest".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/ivp-report.txt".
    05 filler pic x(40) value "Installation verification".
    05 filler pic x value "5".
    05 filler pic x(20) value "VERIFY-MANIFEST".
    05 filler pic x(24) value "verify-manifest".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/manifest-verify.txt".
    05 filler pic x(40) value "Verify a run's sealed manifest".
    05 filler pic x value "5".
    05 filler pic x(20) value "PERIOD-CLOSE".
    05 filler pic x(24) value "period-close".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/period-close-&.txt".
    05 filler pic x(40) value "Close an accounting period".
    05 filler pic x value "5".
    05 filler pic x(20) value "EOD-BALANCE".
    05 filler pic x(24) value "eod-balance".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/eod-balance.txt".
    05 filler pic x(40) value "End-of-day result balancing".
    05 filler pic x value "5".
    05 filler pic x(20) value "BURST-REPORTS".
    05 filler pic x(24) value "burst-reports".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/packet-distribution.txt".
    05 filler pic x(40) value "Burst reports into team packets".
    05 filler pic x value "5".
    05 filler pic x(20) value "FREEZE-REVIEW".
    05 filler pic x(24) value "freeze-review".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/freeze-review.txt".
    05 filler pic x(40) value "Post-freeze review and sign-off".
    05 filler pic x value "5".
    05 filler pic x(20) value "VERIFY-COMMITMENTS".
    05 filler pic x(24) value "verify-commitments".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/commitment-report.txt".
    05 filler pic x(40) value "Verify route service-level commitments".
    05 filler pic x value "5".
    05 filler pic x(20) value "ACCESS-RECERT".
    05 filler pic x(24) value "access-recert".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/access-recert.txt".
    05 filler pic x(40) value "Access recertification review".
    05 filler pic x value "5".
    05 filler pic x(20) value "REPERFORM-RUN".
    05 filler pic x(24) value "reperform-run".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/reperform-&.txt".
    05 filler pic x(40) value "Re-perform a past run for audit".
    05 filler pic x value "5".
    05 filler pic x(20) value "LOG-HOUSEKEEPING".
    05 filler pic x(24) value "log-housekeeping".
    05 filler pic x(21) value spaces.
    05 filler pic x(40) value "/data/housekeeping-report.txt".
    05 filler pic x(40) value "Log housekeeping".
    *> incidents
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-SCAN".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=SCAN".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Scan exceptions for recurring incidents".
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-REPORT".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=REPORT".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Incident aging report by team".
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-OPEN".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=OPEN".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Open an incident".
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-ASSIGN".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=ASSIGN".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Assign an incident".
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-RESOLVE".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=RESOLVE".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Resolve an incident".
    05 filler pic x value "6".
    05 filler pic x(20) value "INCIDENT-CLOSE".
    05 filler pic x(24) value "incident-register".
    05 filler pic x(21) value "INCIDENT_MODE=CLOSE".
    05 filler pic x(40) value "/data/incident-report.txt".
    05 filler pic x(40) value "Close a resolved incident".
  01 FUNCTIONS-TABLE redefines FUNCTIONS-OUTER.
    05 FUNCTION-ENTRY occurs FUNCTION-COUNT times.
      10 FN-GROUP        pic 9.
      10 FN-NAME         pic x(20).
      10 FN-PROGRAM      pic x(24).
      10 FN-FIXED        pic x(21).
      10 FN-OUTPUT       pic x(40).
      10 FN-TITLE        pic x(40).
  01 FUNCTION-FLAGS.
    05 FN-VISIBLE        pic x occurs FUNCTION-COUNT times.
  01 FN-IDX              pic 9(2).

  *> one prompt per parameter, in the order they are asked. Every
  *> parameter is the environment setting the program already reads;
  *> the type is what it is checked as before anything is launched --
  *> CODE a node code of letters, DATE a real yyyymmdd date, MONTH a
  *> yyyymm period, NUMBER digits only, YN Y or N, CHOICE one of the
  *> listed words, TEXT and FILE anything. A required parameter must be
  *> answered; an optional one left blank keeps the program's default
  01 PARAMS-OUTER.
    05 filler pic x(20) value "SINGLE".
    05 filler pic x(20) value "MAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Map file".
    05 filler pic x(20) value "SINGLE".
    05 filler pic x(20) value "INSTR_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Instruction file".
    05 filler pic x(20) value "GHOST".
    05 filler pic x(20) value "MAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Map file".
    05 filler pic x(20) value "GHOST".
    05 filler pic x(20) value "INSTR_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Instruction file".
    05 filler pic x(20) value "VERIFY".
    05 filler pic x(20) value "MAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Map file".
    05 filler pic x(20) value "VERIFY".
    05 filler pic x(20) value "INSTR_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Instruction file".
    05 filler pic x(20) value "JOURNEY".
    05 filler pic x(20) value "ITINERARY_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Itinerary file".
    05 filler pic x(20) value "JOURNEY".
    05 filler pic x(20) value "JOURNEY_MODE".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "FOLLOW OPTIMAL".
    05 filler pic x(40) value "Journey mode".
    05 filler pic x(20) value "DAY8-BATCH".
    05 filler pic x(20) value "BATCH_CONTROL_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Batch control file".
    05 filler pic x(20) value "DAY8-BATCH".
    05 filler pic x(20) value "RESTART".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Restart after last completed line".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(20) value "STAGE_MAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Staged map file".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(20) value "STAGE_INSTR_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Staged instruction file".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(20) value "EFFECTIVE_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Effective date (yyyymmdd)".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(20) value "FREEZE_REASON".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency reason (change freeze only)".
    05 filler pic x(20) value "PROMOTE-MAP".
    05 filler pic x(20) value "FREEZE_APPROVER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency approver (change freeze only)".
    05 filler pic x(20) value "ROLLBACK-MAP".
    05 filler pic x(20) value "ROLLBACK_VERSION".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Catalog version (yyyymmdd)".
    05 filler pic x(20) value "ROLLBACK-MAP".
    05 filler pic x(20) value "ROLLBACK_REASON".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Reason for the rollback".
    05 filler pic x(20) value "MAINT".
    05 filler pic x(20) value "MAINT_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Node code".
    05 filler pic x(20) value "MAINT".
    05 filler pic x(20) value "MAINT_L".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Left target code".
    05 filler pic x(20) value "MAINT".
    05 filler pic x(20) value "MAINT_R".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Right target code".
    05 filler pic x(20) value "BULK-CHANGE-LOAD".
    05 filler pic x(20) value "CHANGE_SET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Change set name".
    05 filler pic x(20) value "BULK-CHANGE-LOAD".
    05 filler pic x(20) value "CHANGE_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Change file".
    05 filler pic x(20) value "SUBMAP-CHECKOUT".
    05 filler pic x(20) value "SUBMAP_TEAM".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Team (as on the node reference)".
    05 filler pic x(20) value "SUBMAP-CHECKOUT".
    05 filler pic x(20) value "SUBMAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Sub-map file (default by team)".
    05 filler pic x(20) value "SUBMAP-CHECKIN".
    05 filler pic x(20) value "SUBMAP_TEAM".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Team (names the default file)".
    05 filler pic x(20) value "SUBMAP-CHECKIN".
    05 filler pic x(20) value "SUBMAP_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Edited sub-map file".
    05 filler pic x(20) value "SUBMAP-CHECKIN".
    05 filler pic x(20) value "SUBMAP_TICKET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Ticket the re-plan is done under".
    05 filler pic x(20) value "SUBMAP-CHECKIN".
    05 filler pic x(20) value "CHANGE_SET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Change set name (default SUBMAPnnnnnn)".
    05 filler pic x(20) value "REVIEW-PENDING".
    05 filler pic x(20) value "IMPACT_ANALYSIS".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run the impact analysis".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(20) value "APPROVER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Approver".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(20) value "CHANGE_SET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Only this change set".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(20) value "FREEZE_REASON".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency reason (change freeze only)".
    05 filler pic x(20) value "APPLY-PENDING".
    05 filler pic x(20) value "FREEZE_APPROVER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency approver (change freeze only)".
    05 filler pic x(20) value "RENAME-NODE".
    05 filler pic x(20) value "RENAME_OLD".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Current node code".
    05 filler pic x(20) value "RENAME-NODE".
    05 filler pic x(20) value "RENAME_NEW".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "New node code".
    05 filler pic x(20) value "RENAME-NODE".
    05 filler pic x(20) value "FREEZE_REASON".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency reason (change freeze only)".
    05 filler pic x(20) value "RENAME-NODE".
    05 filler pic x(20) value "FREEZE_APPROVER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency approver (change freeze only)".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Node code".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_DESC".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Description".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_TEAM".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Owning team".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_STATUS".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "ACTIVE RETIRING RETIRED".
    05 filler pic x(40) value "Node status".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_EFFECTIVE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Effective from (default today)".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "REF_CAPACITY".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Capacity in vehicles (or NONE)".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "FREEZE_REASON".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency reason (change freeze only)".
    05 filler pic x(20) value "MAINTAIN-NODE-REF".
    05 filler pic x(20) value "FREEZE_APPROVER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Emergency approver (change freeze only)".
    05 filler pic x(20) value "MAINTAIN-NODE-ZONE".
    05 filler pic x(20) value "ZONE_NAME".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Zone name (NONE to unzone a node)".
    05 filler pic x(20) value "MAINTAIN-NODE-ZONE".
    05 filler pic x(20) value "ZONE_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Node code to place in the zone".
    05 filler pic x(20) value "MAINTAIN-NODE-ZONE".
    05 filler pic x(20) value "ZONE_REGION".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Region (when defining the zone)".
    05 filler pic x(20) value "MAINTAIN-NODE-ZONE".
    05 filler pic x(20) value "ZONE_DESC".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Zone description".
    05 filler pic x(20) value "MAINTAIN-PARTNER".
    05 filler pic x(20) value "PARTNER_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Our node code".
    05 filler pic x(20) value "MAINTAIN-PARTNER".
    05 filler pic x(20) value "PARTNER_CODE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Partner's code".
    05 filler pic x(20) value "CHECKPOINT-INSPECT".
    05 filler pic x(20) value "CKPT_REMOVE_GHOST".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Ghost entry to remove".
    05 filler pic x(20) value "SHORTEST-PATH".
    05 filler pic x(20) value "START_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Start node code".
    05 filler pic x(20) value "SHORTEST-PATH".
    05 filler pic x(20) value "END_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "End node code".
    05 filler pic x(20) value "SHORTEST-PATH".
    05 filler pic x(20) value "PATH_MODE".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "STEPS COST".
    05 filler pic x(40) value "Path mode".
    05 filler pic x(20) value "REVERSE-REACH".
    05 filler pic x(20) value "REACH_TARGET".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Target node code".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "RANGE LASTCLEAN SUSPENDED RUN".
    05 filler pic x(40) value "Query".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY_MODE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run mode for RANGE".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "FROM_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "From date (yyyymmdd)".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "TO_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "To date (yyyymmdd)".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY_START".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Start node for LASTCLEAN".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY_END".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "End node for LASTCLEAN".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY_MONTH".
    05 filler pic x(06) value "MONTH".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Month for SUSPENDED (yyyymm)".
    05 filler pic x(20) value "QUERY-RUN-HISTORY".
    05 filler pic x(20) value "QUERY_RUN_ID".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run id for RUN (job-log lines)".
    05 filler pic x(20) value "MAP-COMPARE".
    05 filler pic x(20) value "MAP_FILE_A".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "First map file".
    05 filler pic x(20) value "MAP-COMPARE".
    05 filler pic x(20) value "MAP_FILE_B".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Second map file".
    05 filler pic x(20) value "ACK-ALERT".
    05 filler pic x(20) value "ALERT_ID".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Alert id".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(20) value "HANDOVER_KIND".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "Y".
    05 filler pic x(30) value "ISSUE RERUN WATCH".
    05 filler pic x(40) value "Kind of item".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(20) value "HANDOVER_TEXT".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "What the next shift needs to know".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(20) value "HANDOVER_OWNER".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Owner (default yourself)".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(20) value "HANDOVER_RUN_ID".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run id it concerns".
    05 filler pic x(20) value "HANDOVER-ADD".
    05 filler pic x(20) value "HANDOVER_EXCEPTION".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Exception log line it concerns".
    05 filler pic x(20) value "HANDOVER-CLOSE".
    05 filler pic x(20) value "HANDOVER_ID".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Handover item number".
    05 filler pic x(20) value "HANDOVER-CLOSE".
    05 filler pic x(20) value "HANDOVER_RESOLUTION".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Resolution note".
    05 filler pic x(20) value "INCIDENT-OPEN".
    05 filler pic x(20) value "INCIDENT_TEXT".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "What the incident is".
    05 filler pic x(20) value "INCIDENT-OPEN".
    05 filler pic x(20) value "INCIDENT_EXCEPTION".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Exception log line it concerns".
    05 filler pic x(20) value "INCIDENT-OPEN".
    05 filler pic x(20) value "INCIDENT_SEVERITY".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "WARNING DATA ENVIRON LIMIT".
    05 filler pic x(40) value "Severity (default from the exception)".
    05 filler pic x(20) value "INCIDENT-OPEN".
    05 filler pic x(20) value "INCIDENT_TEAM".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Owning team (default from the exception)".
    05 filler pic x(20) value "INCIDENT-ASSIGN".
    05 filler pic x(20) value "INCIDENT_ID".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Incident number".
    05 filler pic x(20) value "INCIDENT-ASSIGN".
    05 filler pic x(20) value "INCIDENT_ASSIGNEE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Assign to".
    05 filler pic x(20) value "INCIDENT-ASSIGN".
    05 filler pic x(20) value "INCIDENT_NOTE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Note".
    05 filler pic x(20) value "INCIDENT-RESOLVE".
    05 filler pic x(20) value "INCIDENT_ID".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Incident number".
    05 filler pic x(20) value "INCIDENT-RESOLVE".
    05 filler pic x(20) value "INCIDENT_NOTE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "How it was resolved".
    05 filler pic x(20) value "INCIDENT-CLOSE".
    05 filler pic x(20) value "INCIDENT_ID".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Incident number".
    05 filler pic x(20) value "INCIDENT-CLOSE".
    05 filler pic x(20) value "INCIDENT_NOTE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Closing note".
    05 filler pic x(20) value "ROUTE-REQUEST".
    05 filler pic x(20) value "ROUTE_REQUEST_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Route request file".
    05 filler pic x(20) value "ROUTE-REQUEST".
    05 filler pic x(20) value "ROUTE_REANSWER".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Answer a batch again".
    05 filler pic x(20) value "EXCEPTION-REPORT".
    05 filler pic x(20) value "FROM_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "From date (yyyymmdd)".
    05 filler pic x(20) value "EXCEPTION-REPORT".
    05 filler pic x(20) value "TO_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "To date (yyyymmdd)".
    05 filler pic x(20) value "MESSAGE-RUNBOOK".
    05 filler pic x(20) value "RUNBOOK_FUNCTION".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Only this function's messages".
    05 filler pic x(20) value "TEAM-USAGE".
    05 filler pic x(20) value "FROM_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "From date (yyyymmdd)".
    05 filler pic x(20) value "TEAM-USAGE".
    05 filler pic x(20) value "TO_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "To date (yyyymmdd)".
    05 filler pic x(20) value "CAPACITY-TREND".
    05 filler pic x(20) value "HEADROOM_MONTHS".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Months of headroom to project".
    05 filler pic x(20) value "VERIFY-MANIFEST".
    05 filler pic x(20) value "MANIFEST_RUN_ID".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run id".
    05 filler pic x(20) value "PERIOD-CLOSE".
    05 filler pic x(20) value "PERIOD".
    05 filler pic x(06) value "MONTH".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Period to close (yyyymm)".
    05 filler pic x(20) value "LOG-HOUSEKEEPING".
    05 filler pic x(20) value "RETENTION_DAYS".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Retention in days".
    05 filler pic x(20) value "FLOW-RUNNER".
    05 filler pic x(20) value "FLOW_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Job-flow definition file".
    05 filler pic x(20) value "FLOW-RUNNER".
    05 filler pic x(20) value "FLOW_RESUME".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Resume the last failed attempt".
    05 filler pic x(20) value "EOD-BALANCE".
    05 filler pic x(20) value "BALANCE_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Business date to balance (yyyymmdd)".
    05 filler pic x(20) value "FREEZE-REVIEW".
    05 filler pic x(20) value "FREEZE_WINDOW".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Freeze window (blank for all)".
    05 filler pic x(20) value "FREEZE-REVIEW".
    05 filler pic x(20) value "FREEZE_SIGNOFF".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Sign off the window's review".
    05 filler pic x(20) value "REFRESH-TEST-DATA".
    05 filler pic x(20) value "REFRESH_TARGET_ROOT".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Test root to refresh".
    05 filler pic x(20) value "REFRESH-TEST-DATA".
    05 filler pic x(20) value "REFRESH_VERSION".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Catalog version (effective yyyymmdd)".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(20) value "EXPORT_OVERLAY".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "PART1 GHOSTS SCC".
    05 filler pic x(40) value "Overlay to highlight".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(20) value "EXPORT_SCC_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Node whose component to highlight".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(20) value "EXPORT_TEAM".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Only this team's nodes".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(20) value "EXPORT_ZONE".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Only this zone's nodes".
    05 filler pic x(20) value "EXPORT-GRAPH".
    05 filler pic x(20) value "AS_OF_DATE".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Catalog version in force on (yyyymmdd)".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(20) value "CSV_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "CSV map file (default inbound/map.csv)".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(20) value "CSV_AS_OF".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Rows in effect on (yyyymmdd)".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(20) value "DUP_POLICY".
    05 filler pic x(06) value "CHOICE".
    05 filler pic x value "N".
    05 filler pic x(30) value "FIRST LAST FAIL".
    05 filler pic x(40) value "Duplicate definition policy".
    05 filler pic x(20) value "CSV-INTAKE".
    05 filler pic x(20) value "CSV_SET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Change set for status changes".
    05 filler pic x(20) value "ACCESS-RECERT".
    05 filler pic x(20) value "RECERT_FROM".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Review window from (yyyymmdd)".
    05 filler pic x(20) value "ACCESS-RECERT".
    05 filler pic x(20) value "RECERT_TO".
    05 filler pic x(06) value "DATE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Review window to (yyyymmdd)".
    05 filler pic x(20) value "ACCESS-RECERT".
    05 filler pic x(20) value "RECERT_APPLY".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Apply a signed review (Y/N)".
    05 filler pic x(20) value "ACCESS-RECERT".
    05 filler pic x(20) value "RECERT_REVIEW".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Review id to apply".
    05 filler pic x(20) value "REPERFORM-RUN".
    05 filler pic x(20) value "REPERFORM_RUN_ID".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Run id to re-perform".
    05 filler pic x(20) value "REPERFORM-RUN".
    05 filler pic x(20) value "REPERFORM_ROOT".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Isolated data root (not production)".
    05 filler pic x(20) value "BACKUP-STATE".
    05 filler pic x(20) value "BACKUP_ROOT".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Backup root (default beside the data)".
    05 filler pic x(20) value "RESTORE-STATE".
    05 filler pic x(20) value "RESTORE_SET".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Backup set id or directory".
    05 filler pic x(20) value "RESTORE-STATE".
    05 filler pic x(20) value "RESTORE_TARGET_ROOT".
    05 filler pic x(06) value "TEXT".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Root to rebuild (not the live root)".
    05 filler pic x(20) value "NODE-HISTORY".
    05 filler pic x(20) value "HISTORY_NODE".
    05 filler pic x(06) value "CODE".
    05 filler pic x value "Y".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Node code (current or former)".
    05 filler pic x(20) value "FLEET-SIMULATION".
    05 filler pic x(20) value "FLEET_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Fleet manifest (default fleet-manifest)".
    05 filler pic x(20) value "FLEET-SIMULATION".
    05 filler pic x(20) value "FLEET_HORIZON".
    05 filler pic x(06) value "NUMBER".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Steps to simulate (default 100000)".
    05 filler pic x(20) value "BUILD-NODE-REF".
    05 filler pic x(20) value "BUILD_REF_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Flat reference (default node-reference)".
    05 filler pic x(20) value "BUILD-NODE-REF".
    05 filler pic x(20) value "BUILD_REF_REPLACE".
    05 filler pic x(06) value "YN".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Replace a master already on file".
    05 filler pic x(20) value "EXTRACT-NODE-REF".
    05 filler pic x(20) value "EXTRACT_REF_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Extract file (default node-reference)".
    05 filler pic x(20) value "RECONCILE-NODE-REF".
    05 filler pic x(20) value "EXTRACT_REF_FILE".
    05 filler pic x(06) value "FILE".
    05 filler pic x value "N".
    05 filler pic x(30) value spaces.
    05 filler pic x(40) value "Extract file (default node-reference)".
  01 PARAMS-TABLE redefines PARAMS-OUTER.
    05 PARAM-ENTRY occurs PARAM-COUNT times.
      10 PARAM-FUNCTION  pic x(20).
      10 PARAM-ENV       pic x(20).
      10 PARAM-TYPE      pic x(6).
      10 PARAM-REQUIRED  pic x.
      10 PARAM-CHOICES   pic x(30).
      10 PARAM-PROMPT    pic x(40).
  01 PARAM-IDX           pic 9(3).

  01 GROUPS-OUTER.
    05 filler pic x(30) value "NIGHTLY RUNS".
    05 filler pic x(30) value "MAP MAINTENANCE".
    05 filler pic x(30) value "INQUIRY".
    05 filler pic x(30) value "OPERATIONS".
    05 filler pic x(30) value "REPORTS AND CONTROLS".
    05 filler pic x(30) value "INCIDENTS".
  01 GROUPS-TABLE redefines GROUPS-OUTER.
    05 GROUP-TITLE       pic x(30) occurs GROUP-COUNT times.
  01 GROUP-COUNTS.
    05 GROUP-VISIBLE     pic 9(2) occurs GROUP-COUNT times.
  01 GROUP-IDX           pic 9.
  01 VISIBLE-TOTAL       pic 9(2) value 0.

  *> the functions on the group menu on screen, by the number shown
  01 MENU-SLOTS.
    05 SLOT-FUNCTION     pic 9(2) occurs SLOTS-MAX times.
  01 SLOT-COUNT          pic 9(2).
  01 SLOT-IDX            pic 9(2).

  01 MENU-CHOICE         pic x(2).
  01 GROUP-CHOICE        pic x(2).
  01 CHOICE-TEXT         pic x(2) justified right.
  01 CHOICE-NUMBER       pic 9(2).
  01 CONFIRM-ANSWER      pic x(3).

  *> the environment settings one launch runs under, with whatever each
  *> held before so the next function does not inherit them
  01 SETTINGS-TABLE.
    05 SETTING-ENTRY occurs SETTINGS-MAX times.
      10 SETTING-ENV     pic x(20).
      10 SETTING-VALUE   pic x(100).
      10 SETTING-PRIOR   pic x(100).
  01 SETTING-COUNT       pic 9(2).
  01 SETTING-IDX         pic 9(2).
  01 FIRST-VALUE         pic x(100).

  01 ENTERED-VALUE       pic x(100).
  01 VALUE-LEN           pic 9(3).
  01 VALUE-OK            pic x.
  01 LAUNCH-CANCELLED    pic x.
  01 CHOICE-LIST         pic x(34).
  01 CHOICE-PROBE        pic x(34).
  01 CHOICE-HITS         pic 9(2).
  01 VALUE-MONTH         pic 9(2).

  01 AUTH-FUNCTION       pic x(20).
  01 AUTH-ALLOWED        pic x.
  01 WS-OPERATOR         pic x(20).
  01 WS-RUN-ID           pic x(8).
  01 WS-EXC-PROGRAM      pic x(20) value "OPS-CONSOLE".
  copy excmsg.
  01 JOB-LOG-RC         pic 99.
  01 JOB-LOG-TEXT       pic x(200).

  01 LAUNCH-RC           pic s9(4).
  01 LAUNCH-RC-TEXT      pic -(4)9.
  01 LAUNCH-MISSING      pic x.
  01 LAUNCH-COUNT        pic 9(4) value 0.
  01 WORST-RC            pic 9(4) value 0.
  01 RC-MEANING          pic x(24).

  01 WS-OUTPUT-FILE      pic x(100).
  01 OUTPUT-BEFORE       pic x(40).
  01 OUTPUT-AFTER        pic x(40).
  01 FILE-DETAILS.
    05 FILE-SIZE         pic x(8) comp-x.
    05 FILE-DAY          pic x comp-x.
    05 FILE-MONTH        pic x comp-x.
    05 FILE-YEAR         pic x(2) comp-x.
    05 FILE-HOURS        pic x comp-x.
    05 FILE-MINUTES      pic x comp-x.
    05 FILE-SECONDS      pic x comp-x.
    05 FILE-HUNDREDTHS   pic x comp-x.

procedure division.
  *> the operator's front end to the suite: grouped menus of the
  *> functions this operator holds, one prompt for each parameter a
  *> function takes, every answer checked before anything runs, and
  *> after each function its return code and the file its output went
  *> to. Only what CHECK-AUTHORITY would allow is ever offered, and the
  *> launch itself is checked (and logged) once more, so the console
  *> grants nothing the programs would not. The whole session is one
  *> run: one run id stamps everything launched from it, and one
  *> manifest seals it when the operator leaves
  call "run-id" using WS-RUN-ID end-call
  display "MANIFEST_BY_CALLER" upon environment-name
  display "Y" upon environment-value
  accept WS-OPERATOR from environment "OPERATOR_ID"
  if WS-OPERATOR = spaces
    accept WS-OPERATOR from environment "USER"
  end-if
  if WS-OPERATOR = spaces
    move "UNKNOWN" to WS-OPERATOR
  end-if

  perform varying FN-IDX from 1 by 1 until FN-IDX > FUNCTION-COUNT
    move FN-NAME(FN-IDX) to AUTH-FUNCTION
    move "?" to AUTH-ALLOWED
    call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
    if AUTH-ALLOWED = "N"
      move "N" to FN-VISIBLE(FN-IDX)
    else
      move "Y" to FN-VISIBLE(FN-IDX)
      add 1 to GROUP-VISIBLE(FN-GROUP(FN-IDX))
      add 1 to VISIBLE-TOTAL
    end-if
  end-perform
  if VISIBLE-TOTAL = 0
    move 8 to JOB-LOG-RC
    move spaces to JOB-LOG-TEXT
    string "OPS CONSOLE: operator '" function trim(WS-OPERATOR)
      "' holds none of the console's functions"
      delimited by size into JOB-LOG-TEXT
    end-string
    call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
    move 8 to return-code
    goback
  end-if

  move spaces to MENU-CHOICE
  perform until MENU-CHOICE = "X"
    display " "
    display "OPS CONSOLE -- operator " function trim(WS-OPERATOR)
      ", run " WS-RUN-ID
    perform varying GROUP-IDX from 1 by 1 until GROUP-IDX > GROUP-COUNT
      if GROUP-VISIBLE(GROUP-IDX) > 0
        display "  " GROUP-IDX "  " GROUP-TITLE(GROUP-IDX)
      end-if
    end-perform
    display "  X  EXIT"
    display "Group: " with no advancing
    move spaces to MENU-CHOICE
    accept MENU-CHOICE
    move function upper-case(MENU-CHOICE) to MENU-CHOICE
    evaluate true
      when MENU-CHOICE = "X"
        continue
      when MENU-CHOICE(1:1) >= "1" and MENU-CHOICE(1:1) <= "6"
          and MENU-CHOICE(2:1) = space
        move MENU-CHOICE(1:1) to GROUP-IDX
        if GROUP-VISIBLE(GROUP-IDX) = 0
          display "  no functions of yours in that group"
        else
          perform RUN-GROUP-MENU
        end-if
      when MENU-CHOICE = spaces
        continue
      when other
        display "  unrecognized choice '" function trim(MENU-CHOICE) "'"
    end-evaluate
  end-perform

  if WORST-RC > 99
    move 99 to JOB-LOG-RC
  else
    move WORST-RC to JOB-LOG-RC
  end-if
  move spaces to JOB-LOG-TEXT
  string "OPS CONSOLE ended -- " LAUNCH-COUNT " function(s) run, "
    "highest return code " WORST-RC
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call
  call "write-manifest" end-call
  move WORST-RC to return-code
  goback.

*> one group's menu, repeated until the operator goes back: the
*> functions of the group this operator holds, numbered as shown
RUN-GROUP-MENU.
  move spaces to GROUP-CHOICE
  perform until GROUP-CHOICE = "B"
    display " "
    display GROUP-TITLE(GROUP-IDX)
    move 0 to SLOT-COUNT
    perform varying FN-IDX from 1 by 1 until FN-IDX > FUNCTION-COUNT
      if FN-GROUP(FN-IDX) = GROUP-IDX and FN-VISIBLE(FN-IDX) = "Y"
          and SLOT-COUNT < SLOTS-MAX
        add 1 to SLOT-COUNT
        move FN-IDX to SLOT-FUNCTION(SLOT-COUNT)
        display "  " SLOT-COUNT "  " FN-TITLE(FN-IDX)
      end-if
    end-perform
    display "  B   BACK"
    display "Function: " with no advancing
    move spaces to GROUP-CHOICE
    accept GROUP-CHOICE
    move function upper-case(GROUP-CHOICE) to GROUP-CHOICE
    if GROUP-CHOICE = "B" or GROUP-CHOICE = spaces
      exit perform cycle
    end-if
    move function trim(GROUP-CHOICE) to CHOICE-TEXT
    inspect CHOICE-TEXT replacing leading space by "0"
    if CHOICE-TEXT is not numeric
      display "  unrecognized choice '" function trim(GROUP-CHOICE) "'"
      exit perform cycle
    end-if
    move CHOICE-TEXT to CHOICE-NUMBER
    if CHOICE-NUMBER < 1 or CHOICE-NUMBER > SLOT-COUNT
      display "  no function " CHOICE-NUMBER " on this menu"
      exit perform cycle
    end-if
    move SLOT-FUNCTION(CHOICE-NUMBER) to FN-IDX
    perform RUN-FUNCTION
  end-perform.

*> one function: its parameters asked for and checked, a last
*> confirmation, the launch under the real authority check, and the
*> outcome -- nothing is set or run until every answer has passed
RUN-FUNCTION.
  display " "
  display "-- " function trim(FN-TITLE(FN-IDX)) " ("
    function trim(FN-NAME(FN-IDX)) ")"
  display "   required values must be answered; blank takes the "
    "default for the rest; * abandons"
  move 0 to SETTING-COUNT
  move spaces to FIRST-VALUE
  move "N" to LAUNCH-CANCELLED
  if FN-FIXED(FN-IDX) not = spaces
    add 1 to SETTING-COUNT
    move spaces to SETTING-ENTRY(SETTING-COUNT)
    unstring FN-FIXED(FN-IDX) delimited by "="
      into SETTING-ENV(SETTING-COUNT) SETTING-VALUE(SETTING-COUNT)
    end-unstring
  end-if
  perform varying PARAM-IDX from 1 by 1 until PARAM-IDX > PARAM-COUNT
    if PARAM-FUNCTION(PARAM-IDX) = FN-NAME(FN-IDX)
      perform PROMPT-PARAMETER
      if LAUNCH-CANCELLED = "Y"
        exit perform
      end-if
    end-if
  end-perform
  if LAUNCH-CANCELLED = "Y"
    display "   abandoned -- nothing was run"
    exit paragraph
  end-if

  display "Run " function trim(FN-TITLE(FN-IDX)) " now (Y/N)? "
    with no advancing
  move spaces to CONFIRM-ANSWER
  accept CONFIRM-ANSWER
  move function upper-case(CONFIRM-ANSWER) to CONFIRM-ANSWER
  if CONFIRM-ANSWER not = "Y" and CONFIRM-ANSWER not = "YES"
    display "   not run"
    exit paragraph
  end-if

  *> the menu only asked; this is the attempt, and it is logged --
  *> CHECK-AUTHORITY says so itself when it refuses
  move FN-NAME(FN-IDX) to AUTH-FUNCTION
  move space to AUTH-ALLOWED
  call "check-authority" using AUTH-FUNCTION AUTH-ALLOWED end-call
  if AUTH-ALLOWED = "N"
    exit paragraph
  end-if

  perform varying SETTING-IDX from 1 by 1
      until SETTING-IDX > SETTING-COUNT
    display SETTING-ENV(SETTING-IDX) upon environment-name
    accept SETTING-PRIOR(SETTING-IDX) from environment-value
    display SETTING-ENV(SETTING-IDX) upon environment-name
    display SETTING-VALUE(SETTING-IDX) upon environment-value
  end-perform

  move "N" to LAUNCH-MISSING
  move 0 to return-code
  call FN-PROGRAM(FN-IDX)
    on exception
      move "Y" to LAUNCH-MISSING
  end-call
  move return-code to LAUNCH-RC
  if LAUNCH-MISSING = "Y"
    move 12 to LAUNCH-RC
    move "DNV0136" to WS-EXC-MSG-ID
    move spaces to WS-EXC-VALUES
    move function trim(FN-PROGRAM(FN-IDX)) to WS-EXC-VALUE(1)
    move function trim(FN-NAME(FN-IDX)) to WS-EXC-VALUE(2)
    call "log-exception" using WS-EXC-PROGRAM WS-EXC-MSG-ID
      WS-EXC-VALUES end-call
  end-if
  *> everything the function may have called starts fresh next time,
  *> as between DAY8-BATCH control lines -- a called program's
  *> WORKING-STORAGE otherwise stays resident into the next launch
  cancel FN-PROGRAM(FN-IDX)
  cancel "navigator" "part1" "part2" "parse-input" "parse-input2"
    "validate-map" "maintain-node" "lcm" "map-sanity-check"
    "checksum-input" "verify-traversal" "journey"
    "lookup-node-ref" "lookup-node-ref-asof" "load-step-costs"
    "check-thresholds" "build-node-index" "intake-transmission"

  perform varying SETTING-IDX from 1 by 1
      until SETTING-IDX > SETTING-COUNT
    display SETTING-ENV(SETTING-IDX) upon environment-name
    display SETTING-PRIOR(SETTING-IDX) upon environment-value
  end-perform

  add 1 to LAUNCH-COUNT
  evaluate true
    when LAUNCH-RC < 0
      move 16 to WORST-RC
    when LAUNCH-RC > WORST-RC
      move LAUNCH-RC to WORST-RC
  end-evaluate
  evaluate true
    when LAUNCH-RC = 0
      move "COMPLETED" to RC-MEANING
    when LAUNCH-RC = 4
      move "COMPLETED WITH WARNINGS" to RC-MEANING
    when LAUNCH-RC = 8
      move "DATA ERROR" to RC-MEANING
    when LAUNCH-RC = 12
      move "ENVIRONMENT ERROR" to RC-MEANING
    when LAUNCH-RC = 16
      move "LIMIT EXCEEDED" to RC-MEANING
    when other
      move "ABNORMAL END" to RC-MEANING
  end-evaluate
  move LAUNCH-RC to LAUNCH-RC-TEXT
  display " "
  if LAUNCH-RC < 0 or LAUNCH-RC > 99
    move 99 to JOB-LOG-RC
  else
    move LAUNCH-RC to JOB-LOG-RC
  end-if
  move spaces to JOB-LOG-TEXT
  string "-- " function trim(FN-NAME(FN-IDX)) " return code "
    function trim(LAUNCH-RC-TEXT) " -- " function trim(RC-MEANING)
    delimited by size into JOB-LOG-TEXT
  end-string
  call "job-log" using WS-EXC-PROGRAM JOB-LOG-RC JOB-LOG-TEXT end-call

  if FN-OUTPUT(FN-IDX) = spaces
    display "   output: on screen above"
    exit paragraph
  end-if
  move spaces to OUTPUT-BEFORE OUTPUT-AFTER WS-OUTPUT-FILE
  unstring FN-OUTPUT(FN-IDX) delimited by "&"
    into OUTPUT-BEFORE OUTPUT-AFTER
  end-unstring
  if OUTPUT-AFTER = spaces
    move OUTPUT-BEFORE to WS-OUTPUT-FILE
  else
    string function trim(OUTPUT-BEFORE) function trim(FIRST-VALUE)
      function trim(OUTPUT-AFTER)
      delimited by size into WS-OUTPUT-FILE
    end-string
  end-if
  *> file names are fixed under /data by convention -- the data-root
  *> resolver reroots them when DATA_ROOT points a run elsewhere
  call "resolve-path" using WS-OUTPUT-FILE end-call
  call "CBL_CHECK_FILE_EXIST" using WS-OUTPUT-FILE FILE-DETAILS
  end-call
  if return-code = 0
    display "   output: " function trim(WS-OUTPUT-FILE)
  else
    display "   output: " function trim(WS-OUTPUT-FILE)
      " (not written)"
  end-if
  move 0 to return-code.

*> one parameter asked for until it is answered with something valid,
*> left blank where it may be, or the launch is abandoned with "*"
PROMPT-PARAMETER.
  move "N" to VALUE-OK
  perform until VALUE-OK = "Y" or LAUNCH-CANCELLED = "Y"
    if PARAM-REQUIRED(PARAM-IDX) = "Y"
      display "   " function trim(PARAM-PROMPT(PARAM-IDX)) ": "
        with no advancing
    else
      display "   " function trim(PARAM-PROMPT(PARAM-IDX))
        " [optional]: " with no advancing
    end-if
    move spaces to ENTERED-VALUE
    accept ENTERED-VALUE
    perform VALIDATE-VALUE
  end-perform
  if VALUE-OK = "Y" and ENTERED-VALUE not = spaces
    if SETTING-COUNT < SETTINGS-MAX
      add 1 to SETTING-COUNT
      move PARAM-ENV(PARAM-IDX) to SETTING-ENV(SETTING-COUNT)
      move ENTERED-VALUE to SETTING-VALUE(SETTING-COUNT)
    end-if
  end-if
  if VALUE-OK = "Y" and FIRST-VALUE = spaces
    move ENTERED-VALUE to FIRST-VALUE
  end-if.

*> ENTERED-VALUE checked against the parameter's type -- VALUE-OK "Y"
*> when it passes, with codes and words folded to upper case
VALIDATE-VALUE.
  move function trim(ENTERED-VALUE) to ENTERED-VALUE
  if ENTERED-VALUE = "*"
    move "Y" to LAUNCH-CANCELLED
    exit paragraph
  end-if
  if ENTERED-VALUE = spaces
    if PARAM-REQUIRED(PARAM-IDX) = "Y"
      display "   a value is required here (* abandons)"
    else
      move "Y" to VALUE-OK
    end-if
    exit paragraph
  end-if
  compute VALUE-LEN = function length(function trim(ENTERED-VALUE))
  move "Y" to VALUE-OK
  evaluate PARAM-TYPE(PARAM-IDX)
    when "CODE"
      move function upper-case(ENTERED-VALUE) to ENTERED-VALUE
      if VALUE-LEN > NODE-CODE-MAX-LEN
          or ENTERED-VALUE(1:VALUE-LEN) is not alphabetic-upper
        move "N" to VALUE-OK
        display "   '" function trim(ENTERED-VALUE) "' is not a node "
          "code -- letters only, at most " NODE-CODE-MAX-LEN
      end-if
    when "DATE"
      if VALUE-LEN not = 8
          or ENTERED-VALUE(1:8) is not numeric
        move "N" to VALUE-OK
      else
        if function test-date-yyyymmdd(function numval(
            ENTERED-VALUE(1:8))) not = 0
          move "N" to VALUE-OK
        end-if
      end-if
      if VALUE-OK = "N"
        display "   '" function trim(ENTERED-VALUE) "' is not a valid "
          "date -- yyyymmdd"
      end-if
    when "MONTH"
      if VALUE-LEN not = 6
          or ENTERED-VALUE(1:6) is not numeric
        move "N" to VALUE-OK
      else
        move ENTERED-VALUE(5:2) to VALUE-MONTH
        if VALUE-MONTH < 1 or VALUE-MONTH > 12
          move "N" to VALUE-OK
        end-if
      end-if
      if VALUE-OK = "N"
        display "   '" function trim(ENTERED-VALUE) "' is not a valid "
          "period -- yyyymm"
      end-if
    when "NUMBER"
      if VALUE-LEN > 9 or ENTERED-VALUE(1:VALUE-LEN) is not numeric
        move "N" to VALUE-OK
        display "   '" function trim(ENTERED-VALUE) "' is not a "
          "number"
      end-if
    when "YN"
      move function upper-case(ENTERED-VALUE) to ENTERED-VALUE
      if ENTERED-VALUE not = "Y" and ENTERED-VALUE not = "N"
        move "N" to VALUE-OK
        display "   answer Y or N"
      end-if
    when "CHOICE"
      move function upper-case(ENTERED-VALUE) to ENTERED-VALUE
      move spaces to CHOICE-LIST CHOICE-PROBE
      string " " PARAM-CHOICES(PARAM-IDX) delimited by size
        into CHOICE-LIST
      end-string
      move 0 to CHOICE-HITS
      if VALUE-LEN < 32
        string " " ENTERED-VALUE(1:VALUE-LEN) " " delimited by size
          into CHOICE-PROBE
        end-string
        inspect CHOICE-LIST tallying CHOICE-HITS
          for all CHOICE-PROBE(1:VALUE-LEN + 2)
      end-if
      if CHOICE-HITS = 0
        move "N" to VALUE-OK
        display "   '" function trim(ENTERED-VALUE) "' is not one of "
          function trim(PARAM-CHOICES(PARAM-IDX))
      end-if
    when other
      continue
  end-evaluate.

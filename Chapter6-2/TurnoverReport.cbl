      * Headcount movement and turnover for a requested date range
      * ("YYYYMMDD YYYYMMDD" on the command line, whole history when
      * omitted).  Hires come from HireDate on the payroll master,
      * terminations from the DELETE/PURGE/DECEAS action records on
      * AuditLog, and transfers from the MASSMV actions written by
      * the mass territory/office move path.  Movements are bucketed
      * by month and office, and each month's turnover percentage is
           246-Release-One-Audit.
               MOVE AuditLogRecord TO AuditParseLine
               IF (AP-Action = "DELETE" OR AP-Action = "PURGE "
                       OR AP-Action = "DECEAS" OR AP-Action = "MASSMV")
                       AND AP-Date-YYYY IS NUMERIC
                       AND AP-Date-MM IS NUMERIC
                       AND AP-Date-DD IS NUMERIC

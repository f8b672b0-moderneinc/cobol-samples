
      * Acknowledgment tracking for the operator alert dataset.
      * Ack cards are validated against the alerts on file and
      * appended to the acknowledgment dataset, where CMACK also
      * appends the ACK replies operators send from the roster
      * terminals to CERTALRT's notices; the aging report
      * then lists every alert still unacknowledged with how many
      * runs have gone by since it was raised.  RC=4 while any
      * alert remains unacknowledged, so the morning checklist

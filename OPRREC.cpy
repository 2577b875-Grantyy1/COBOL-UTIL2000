      *     1 = operations  - batch projection run only
      *     2 = analyst     - plus ad-hoc calculations and scenario
      *                       add/change maintenance
      *     3 = supervisor  - plus goal seek, scenario delete and
      *                       approving other operators' held
      *                       maintenance in APRV2000
      *   Copy with
      *       COPY OPRREC REPLACING ==:TAG:== BY ==OPER==.
      *****************************************************************

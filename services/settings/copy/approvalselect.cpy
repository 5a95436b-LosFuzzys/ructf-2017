         select optional approval-file
           assign to 'pending-approval.dat'
           organization is line sequential
           sharing with all other.
